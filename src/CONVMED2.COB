      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           OPEN INPUT CADMEDICO-ANTIGO.
           IF ST-ERRO-ANTIGO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO REGMEDICO.OLD: "
      -            "MEDICO.DAT EM PRODUCAO ***"
           ELSE
               DISPLAY "REGMEDICO.DAT RECONSTRUIDO NO LAYOUT ATUAL"
               MOVE ZERO TO RETURN-CODE
           END-IF.

           CLOSE CADMEDICO-ANTIGO.
