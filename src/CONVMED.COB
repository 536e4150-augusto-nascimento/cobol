      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           OPEN INPUT CADMEDICO-ANTIGO.
           IF ST-ERRO-ANTIGO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO REGMEDICO.OLD: "

           CLOSE CADMEDICO-ANTIGO.
           CLOSE CADMEDICO-NOVO.
           MOVE ZERO TO RETURN-CODE.
           GO TO R-FIM.

       R-LER-PROXIMO-ANTIGO.
