      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           OPEN INPUT TRANMED.
           IF ST-ERRO-TRAN NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE TRANSACOES: "
           CLOSE CADMEDICO.
           CLOSE LOGMEDICO.
           CLOSE REJEITADOS.
           MOVE ZERO TO RETURN-CODE.
           GO TO R-FIM.

       R-LER-TRANSACAO.
