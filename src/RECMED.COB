      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           OPEN INPUT CADMEDICO.
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADMEDICO: " ST-ERRO

           CLOSE CADMEDICO.
           CLOSE RELATORIO.
           MOVE ZERO TO RETURN-CODE.
           GO TO R-FIM.

      *
