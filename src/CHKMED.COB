      *   - NOME EM BRANCO;
      *   - DATA-NASCIMENTO IMPOSSIVEL (DIA 01-31, MES 01-12,
      *     ANO >= 1900).
      * NA ROTINA NOTURNA (LOTENOT) TERMINA COM RETURN-CODE 0 COM A
      * CONFERENCIA OK, 4 COM PROBLEMAS DE DADOS OU RECONSTRUCAO A
      * PARTIR DO BACKUP ANTERIOR E 8 SEM RECONSTRUCAO OU COM
      * CONTAGEM DIVERGENTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT PROBLEMAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-PRB.

       SELECT PARAMLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-PRM.

       SELECT RESLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-RES.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LP-MOTIVO PIC X(60).

       FD PARAMLOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PARAMLOTE.DAT".
           COPY PARMREG.

       FD RESLOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOTERES.DAT".
           COPY RESLOTE.

      *----------WORKING-STORAGE SECTION----------
       WORKING-STORAGE SECTION.
       77 ST-ERRO PIC X(02) VALUE "00".
           02 WS-VAL-DIA PIC 9(02).
           02 WS-VAL-MES PIC 9(02).
           02 WS-VAL-ANO PIC 9(04).

      * EXECUCAO SEM CONSOLE PELO PARAMLOTE.DAT (PARMREG.CPY) E
      * RESULTADO PARA A ROTINA NOTURNA (RESLOTE.CPY)
       77 ST-ERRO-PRM PIC X(02) VALUE "00".
       77 ST-ERRO-RES PIC X(02) VALUE "00".
       77 WS-PRM-LOTE PIC X(01) VALUE "N".
       77 WS-FIM-PRM PIC X(01) VALUE "N".
       77 WS-PRM-ERRO PIC X(01) VALUE "N".
       01 WS-MSG-LOTE PIC X(40) VALUE SPACES.
       77 WS-CONFERE-OK PIC X(01) VALUE "N".
      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           PERFORM R-LE-PARAMETROS THRU R-LE-PARAMETROS-FIM.
           IF WS-PRM-ERRO = "S"
               GO TO R-FIM
           END-IF.
           OPEN OUTPUT PROBLEMAS.
           IF ST-ERRO-PRB NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CHKMED.LST: " ST-ERRO-PRB
           PERFORM R-RECONSTRUCAO THRU R-RECONSTRUCAO-FIM.
           PERFORM R-CONFERENCIA THRU R-CONFERENCIA-TOTAIS.

      * RECONSTRUCAO A PARTIR DO BACKUP ANTERIOR OU PROBLEMAS DE
      * DADOS TERMINAM COM AVISO; SEM CONFERENCIA OK, COM FALHA
           IF WS-CONFERE-OK = "S"
               EVALUATE TRUE
                   WHEN WS-DESCARGA-OK NOT = "S"
                       MOVE 4 TO RETURN-CODE
                       MOVE "CADMEDICO RECONSTRUIDO DO BACKUP ANTERIOR"
                           TO WS-MSG-LOTE
                   WHEN WS-QTD-PROBLEMAS NOT = ZEROS
                       MOVE 4 TO RETURN-CODE
                       MOVE "PROBLEMAS DE DADOS - VER CHKMED.LST"
                           TO WS-MSG-LOTE
                   WHEN OTHER
                       MOVE ZERO TO RETURN-CODE
               END-EVALUATE
           ELSE
               MOVE "SEM RECONSTRUCAO OU CONTAGEM DIVERGENTE"
                   TO WS-MSG-LOTE
           END-IF.

           CLOSE PROBLEMAS.
           GO TO R-FIM.

      **********************
      *
       R-CONFERENCIA.
           MOVE "N" TO WS-CONFERE-OK.
      * SO EXISTE O QUE CONFERIR QUANDO A RECARGA CHEGOU A RODAR;
      * UMA RODADA ABANDONADA NAO PODE TERMINAR COM "CONFERENCIA OK"
           IF WS-RECARGA-FEITA NOT = "S"
           IF WS-DESCARGA-OK = "S"
               IF WS-QTD-DESCARREGADOS = WS-QTD-RECARREGADOS
                   DISPLAY "CONFERENCIA OK - CONTAGENS IGUAIS"
                   MOVE "S" TO WS-CONFERE-OK
               ELSE
                   DISPLAY "*** DIVERGENCIA DE CONTAGEM ENTRE DESCARGA E
      -                " RECARGA ***"
               IF WS-QTD-RELIDOS = WS-QTD-RECARREGADOS
                   DISPLAY "CONFERENCIA OK - BACKUP INTEGRALMENTE RECARR
      -                "EGADO"
                   MOVE "S" TO WS-CONFERE-OK
               ELSE
                   DISPLAY "*** DIVERGENCIA ENTRE BACKUP E RECARGA ***"
               END-IF
           END-IF.
           PERFORM R-LER-ESPECIALIDADE.

      *
      **********************
      * PARAMETROS DO PARAMLOTE.DAT *
      **********************
      *
      * SEM O ARQUIVO, OU SEM LINHA PARA ESTE PROGRAMA, OS
      * PARAMETROS SAO PEDIDOS NO CONSOLE
       R-LE-PARAMETROS.
           MOVE "N" TO WS-PRM-LOTE.
           MOVE "N" TO WS-PRM-ERRO.
           OPEN INPUT PARAMLOTE.
           IF ST-ERRO-PRM NOT = "00"
               GO TO R-LE-PARAMETROS-FIM
           END-IF.
           MOVE "N" TO WS-FIM-PRM.
           PERFORM R-LER-PARAMETRO.
           PERFORM R-GUARDA-PARAMETRO UNTIL WS-FIM-PRM = "S".
           CLOSE PARAMLOTE.

       R-LE-PARAMETROS-FIM.
           EXIT.

       R-LER-PARAMETRO.
           READ PARAMLOTE
               AT END
                   MOVE "S" TO WS-FIM-PRM
           END-READ.
           IF WS-FIM-PRM NOT = "S" AND ST-ERRO-PRM NOT = "00"
               MOVE "S" TO WS-FIM-PRM
           END-IF.

       R-GUARDA-PARAMETRO.
           IF PRM-PROGRAMA = "CHKMED"
               MOVE "S" TO WS-PRM-LOTE
               EVALUATE PRM-NOME
                   WHEN "LOTE"
                       CONTINUE
                   WHEN OTHER
                       PERFORM R-PARAMETRO-INVALIDO
               END-EVALUATE
           END-IF.
           PERFORM R-LER-PARAMETRO.

       R-PARAMETRO-INVALIDO.
           DISPLAY "PARAMETRO INVALIDO NO PARAMLOTE.DAT: " PRM-NOME
               " " PRM-VALOR.
           MOVE SPACES TO WS-MSG-LOTE.
           STRING
               "PARAMETRO INVALIDO: " DELIMITED BY SIZE
               PRM-NOME               DELIMITED BY SPACE
               INTO WS-MSG-LOTE
           END-STRING.
           MOVE "S" TO WS-PRM-ERRO.

       R-GRAVA-RESULTADO.
           OPEN OUTPUT RESLOTE.
           IF ST-ERRO-RES = "00"
               MOVE SPACES TO REGRESLOTE
               MOVE "CHKMED" TO RES-PROGRAMA
               MOVE RETURN-CODE TO RES-RETORNO
               IF WS-DESCARGA-OK = "S"
                   MOVE WS-QTD-DESCARREGADOS TO RES-QTD-LIDOS
               ELSE
                   MOVE WS-QTD-RELIDOS TO RES-QTD-LIDOS
               END-IF
               MOVE WS-QTD-RECARREGADOS TO RES-QTD-GRAVADOS
               MOVE WS-MSG-LOTE TO RES-MENSAGEM
               WRITE REGRESLOTE
               CLOSE RESLOTE
           END-IF.

       R-FIM.
           IF WS-PRM-LOTE = "S"
               PERFORM R-GRAVA-RESULTADO
           END-IF.
           EXIT PROGRAM.
