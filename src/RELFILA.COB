      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           OPEN INPUT CADFILA.
           IF ST-ERRO-FIL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADFILA: " ST-ERRO-FIL
           CLOSE CADFILA.
           CLOSE RELATORIO.
           DISPLAY "RELATORIO GRAVADO EM RELFILA.LST".
           MOVE ZERO TO RETURN-CODE.
           GO TO R-FIM.

      *
