      * PARA AS OPERACOES N/E/D/R OS DADOS ATUAIS DO MEDICO SAO
      * RELIDOS NO CADMEDICO; PARA A EXCLUSAO FISICA (A) O REGISTRO
      * JA NAO EXISTE E SAEM O CRM E O NOME GUARDADOS NO LOG.
      * NA ROTINA NOTURNA (LOTENOT) TERMINA COM RETURN-CODE 0 COM O
      * CHECKPOINT AVANCADO, 4 QUANDO O LOG TEM MENOS OCORRENCIAS QUE
      * O CHECKPOINT E 8 QUANDO NADA FOI ENVIADO OU O CHECKPOINT NAO
      * PODE SER GRAVADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT CHECKPOINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-CHK.

       SELECT PARAMLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-PRM.

       SELECT RESLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-RES.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           02 CHK-DATA PIC 9(08).
           02 CHK-HORA PIC 9(08).

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
           COPY TABESPEC.
       01 WS-DDD-ED PIC 9(02).
       01 WS-PHONE-ED PIC 9(09).
       01 WS-SITUACAO-EXP PIC X(01) VALUE SPACE.

      * EXECUCAO SEM CONSOLE PELO PARAMLOTE.DAT (PARMREG.CPY) E
      * RESULTADO PARA A ROTINA NOTURNA (RESLOTE.CPY)
       77 ST-ERRO-PRM PIC X(02) VALUE "00".
       77 ST-ERRO-RES PIC X(02) VALUE "00".
       77 WS-PRM-LOTE PIC X(01) VALUE "N".
       77 WS-FIM-PRM PIC X(01) VALUE "N".
       77 WS-PRM-ERRO PIC X(01) VALUE "N".
       01 WS-MSG-LOTE PIC X(40) VALUE SPACES.
      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           PERFORM R-LE-PARAMETROS THRU R-LE-PARAMETROS-FIM.
           IF WS-PRM-ERRO = "S"
               GO TO R-FIM
           END-IF.
           OPEN INPUT LOGMEDICO.
           IF ST-ERRO-LOG NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO LOGMEDICO: " ST-ERRO-LOG
           IF WS-FALHA-GRAVACAO = "S"
               DISPLAY "FALHA DURANTE A EXTRACAO - CHECKPOINT NAO AVANC
      -            "ADO, REEXECUTE A ROTINA"
               MOVE "FALHA NA EXTRACAO - CHECKPOINT NAO AVANCADO"
                   TO WS-MSG-LOTE
               GO TO R-FIM
           END-IF.


           PERFORM R-GRAVA-CHECKPOINT THRU
               R-GRAVA-CHECKPOINT-FIM.
           IF ST-ERRO-CHK = "00"
               IF WS-QTD-LIDAS < WS-JA-ENVIADAS
                   MOVE 4 TO RETURN-CODE
                   MOVE "LOG COM MENOS OCORRENCIAS QUE O CHECKPOINT"
                       TO WS-MSG-LOTE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           ELSE
               MOVE "ERRO AO GRAVAR O EXPDELTA.CHK" TO WS-MSG-LOTE
           END-IF.

           DISPLAY "OCORRENCIAS JA ENVIADAS ANTES: " WS-JA-ENVIADAS.
           DISPLAY "OCORRENCIAS EXPORTADAS AGORA.: "
           WRITE REGESPECIALIDADE.
           CLOSE CADESPEC.

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
           IF PRM-PROGRAMA = "EXPDELTA"
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
               MOVE "EXPDELTA" TO RES-PROGRAMA
               MOVE RETURN-CODE TO RES-RETORNO
               MOVE WS-QTD-LIDAS TO RES-QTD-LIDOS
               MOVE WS-QTD-EXPORTADAS TO RES-QTD-GRAVADOS
               MOVE WS-MSG-LOTE TO RES-MENSAGEM
               WRITE REGRESLOTE
               CLOSE RESLOTE
           END-IF.

       R-FIM.
           IF WS-PRM-LOTE = "S"
               PERFORM R-GRAVA-RESULTADO
           END-IF.
           EXIT PROGRAM.
