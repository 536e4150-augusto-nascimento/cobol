      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           OPEN INPUT CADAGENDA-ANTIGO.
           IF ST-ERRO-ANTIGO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO REGAGENDA.OLD: "
      -            "AGENDA.DAT EM PRODUCAO ***"
           ELSE
               DISPLAY "REGAGENDA.DAT RECONSTRUIDO NO LAYOUT ATUAL"
               MOVE ZERO TO RETURN-CODE
           END-IF.

           CLOSE CADAGENDA-ANTIGO.
