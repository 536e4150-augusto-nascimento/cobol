      * EXPMEDIC.CSV, UMA LINHA POR MEDICO, COM CABECALHO. NA
      * PARTIDA PERGUNTA SE OS MEDICOS INATIVOS (SUSPENSOS OU
      * APOSENTADOS) TAMBEM DEVEM SER EXPORTADOS.
      * NA ROTINA NOTURNA (LOTENOT) A RESPOSTA VEM DO PARAMLOTE.DAT
      * (INATIVOS, S/N; SEM O PARAMETRO = N).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT EXPCSV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-CSV.

       SELECT PARAMLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-PRM.

       SELECT RESLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-RES.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           VALUE OF FILE-ID IS "EXPMEDIC.CSV".
       01 LINHA-CSV PIC X(150).

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
       01 WS-CRM-ED PIC 9(06).
       01 WS-DDD-ED PIC 9(02).
       01 WS-PHONE-ED PIC 9(09).

      * EXECUCAO SEM CONSOLE PELO PARAMLOTE.DAT (PARMREG.CPY) E
      * RESULTADO PARA A ROTINA NOTURNA (RESLOTE.CPY)
       77 ST-ERRO-PRM PIC X(02) VALUE "00".
       77 ST-ERRO-RES PIC X(02) VALUE "00".
       77 WS-PRM-LOTE PIC X(01) VALUE "N".
       77 WS-FIM-PRM PIC X(01) VALUE "N".
       77 WS-PRM-ERRO PIC X(01) VALUE "N".
       01 WS-MSG-LOTE PIC X(40) VALUE SPACES.
       77 WS-PRM-INATIVOS PIC X(01) VALUE "N".
      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           PERFORM R-LE-PARAMETROS THRU R-LE-PARAMETROS-FIM.
           IF WS-PRM-ERRO = "S"
               GO TO R-FIM
           END-IF.
           OPEN INPUT CADMEDICO.
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADMEDICO: " ST-ERRO

           PERFORM CRIA-TABELA-ESPECIALIADES.

           IF WS-PRM-LOTE = "S"
               MOVE WS-PRM-INATIVOS TO WS-INCLUI-INATIVOS
           ELSE
               DISPLAY "INCLUIR MEDICOS INATIVOS (S/N) ?: "
               ACCEPT WS-INCLUI-INATIVOS
           END-IF.
           IF WS-INCLUI-INATIVOS = "s"
               MOVE "S" TO WS-INCLUI-INATIVOS
           END-IF.

           CLOSE CADMEDICO.
           CLOSE EXPCSV.
           MOVE ZERO TO RETURN-CODE.
           GO TO R-FIM.

       R-LER-PROXIMO.
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
           IF PRM-PROGRAMA = "EXPMEDIC"
               MOVE "S" TO WS-PRM-LOTE
               EVALUATE PRM-NOME
                   WHEN "LOTE"
                       CONTINUE
                   WHEN "INATIVOS"
                       EVALUATE PRM-VALOR
                           WHEN "S"
                           WHEN "s"
                               MOVE "S" TO WS-PRM-INATIVOS
                           WHEN "N"
                           WHEN "n"
                               MOVE "N" TO WS-PRM-INATIVOS
                           WHEN OTHER
                               PERFORM R-PARAMETRO-INVALIDO
                       END-EVALUATE
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
               MOVE "EXPMEDIC" TO RES-PROGRAMA
               MOVE RETURN-CODE TO RES-RETORNO
               MOVE ZEROS TO RES-QTD-LIDOS
               MOVE WS-QTD-EXPORTADOS TO RES-QTD-GRAVADOS
               MOVE WS-MSG-LOTE TO RES-MENSAGEM
               WRITE REGRESLOTE
               CLOSE RESLOTE
           END-IF.

       R-FIM.
           IF WS-PRM-LOTE = "S"
               PERFORM R-GRAVA-RESULTADO
           END-IF.
           EXIT PROGRAM.
