      * CORRENTE OU DO ARQUIVO MORTO LOGMEDICO.ARC GERADO PELO
      * ARCAGEND (MESMO LAYOUT), PARA CONSULTAS A PERIODOS JA
      * ARQUIVADOS.
      * NA ROTINA NOTURNA (LOTENOT) AS RESPOSTAS VEM DO PARAMLOTE.DAT:
      * ARQMORTO (S/N), CRM, DATAINI, DATAFIM E OPERACAO; O QUE
      * FALTAR FICA COMO SEM FILTRO E LEITURA DO LOGMEDICO.DAT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-REL.

       SELECT PARAMLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-PRM.

       SELECT RESLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-RES.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           VALUE OF FILE-ID IS "RELLOG.LST".
       01 LINHA-RELATORIO PIC X(80).

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
       77 ST-ERRO-LOG PIC X(02) VALUE "00".
           02 LT-TEXTO PIC X(25) VALUE "OCORRENCIAS IMPRESSAS....".
           02 LT-TOTAL PIC ZZZZ9.
           02 FILLER PIC X(50) VALUE SPACES.

      * EXECUCAO SEM CONSOLE PELO PARAMLOTE.DAT (PARMREG.CPY) E
      * RESULTADO PARA A ROTINA NOTURNA (RESLOTE.CPY)
       77 ST-ERRO-PRM PIC X(02) VALUE "00".
       77 ST-ERRO-RES PIC X(02) VALUE "00".
       77 WS-PRM-LOTE PIC X(01) VALUE "N".
       77 WS-FIM-PRM PIC X(01) VALUE "N".
       77 WS-PRM-ERRO PIC X(01) VALUE "N".
       01 WS-MSG-LOTE PIC X(40) VALUE SPACES.
       77 WS-PRM-ARQMORTO PIC X(01) VALUE "N".
       77 WS-PRM-CRM PIC 9(06) VALUE ZEROS.
       77 WS-PRM-DATA-INI PIC 9(08) VALUE ZEROS.
       77 WS-PRM-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WS-PRM-OPERACAO PIC X(01) VALUE SPACE.
      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           PERFORM R-LE-PARAMETROS THRU R-LE-PARAMETROS-FIM.
           IF WS-PRM-ERRO = "S"
               GO TO R-FIM
           END-IF.
           IF WS-PRM-LOTE = "S"
               MOVE WS-PRM-ARQMORTO TO WS-LE-ARQUIVO-MORTO
           ELSE
               DISPLAY "LER O ARQUIVO MORTO LOGMEDICO.ARC (S/N) ?: "
               ACCEPT WS-LE-ARQUIVO-MORTO
           END-IF.
           IF WS-LE-ARQUIVO-MORTO = "s"
               MOVE "S" TO WS-LE-ARQUIVO-MORTO
           END-IF.

           CLOSE LOGMEDICO.
           CLOSE RELATORIO.
           MOVE ZERO TO RETURN-CODE.
           GO TO R-FIM.

      *
      **********************
      *
       R-PEDE-FILTROS.
           IF WS-PRM-LOTE = "S"
               MOVE WS-PRM-CRM TO WS-FILTRO-CRM
               MOVE WS-PRM-DATA-INI TO WS-FILTRO-DATA-INI
               MOVE WS-PRM-DATA-FIM TO WS-FILTRO-DATA-FIM
               MOVE WS-PRM-OPERACAO TO WS-FILTRO-OPERACAO
           ELSE
               DISPLAY "CRM (ZEROS = TODOS)...............: "
               ACCEPT WS-FILTRO-CRM
               DISPLAY "DATA INICIAL AAAAMMDD (ZEROS = SEM LIMITE): "
               ACCEPT WS-FILTRO-DATA-INI
               DISPLAY "DATA FINAL AAAAMMDD (ZEROS = SEM LIMITE)..: "
               ACCEPT WS-FILTRO-DATA-FIM
               DISPLAY "OPERACAO N/E/A/D/R (BRANCO = TODAS): "
               ACCEPT WS-FILTRO-OPERACAO
           END-IF.
           EVALUATE WS-FILTRO-OPERACAO
               WHEN "N"
               WHEN "E"
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-QTD-IMPRESSOS.

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
           IF PRM-PROGRAMA = "RELLOG"
               MOVE "S" TO WS-PRM-LOTE
               EVALUATE PRM-NOME
                   WHEN "LOTE"
                       CONTINUE
                   WHEN "ARQMORTO"
                       EVALUATE PRM-VALOR
                           WHEN "S"
                           WHEN "s"
                               MOVE "S" TO WS-PRM-ARQMORTO
                           WHEN "N"
                           WHEN "n"
                               MOVE "N" TO WS-PRM-ARQMORTO
                           WHEN OTHER
                               PERFORM R-PARAMETRO-INVALIDO
                       END-EVALUATE
                   WHEN "CRM"
                       IF PRM-VALOR(1:6) NUMERIC
                           AND PRM-VALOR(7:) = SPACES
                           MOVE PRM-VALOR(1:6) TO WS-PRM-CRM
                       ELSE
                           PERFORM R-PARAMETRO-INVALIDO
                       END-IF
                   WHEN "DATAINI"
                       IF PRM-VALOR(1:8) NUMERIC
                           AND PRM-VALOR(9:) = SPACES
                           MOVE PRM-VALOR(1:8) TO WS-PRM-DATA-INI
                       ELSE
                           PERFORM R-PARAMETRO-INVALIDO
                       END-IF
                   WHEN "DATAFIM"
                       IF PRM-VALOR(1:8) NUMERIC
                           AND PRM-VALOR(9:) = SPACES
                           MOVE PRM-VALOR(1:8) TO WS-PRM-DATA-FIM
                       ELSE
                           PERFORM R-PARAMETRO-INVALIDO
                       END-IF
                   WHEN "OPERACAO"
                       EVALUATE PRM-VALOR
                           WHEN "N"
                           WHEN "E"
                           WHEN "A"
                           WHEN "D"
                           WHEN "R"
                           WHEN " "
                               MOVE PRM-VALOR(1:1) TO WS-PRM-OPERACAO
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
               MOVE "RELLOG" TO RES-PROGRAMA
               MOVE RETURN-CODE TO RES-RETORNO
               MOVE WS-QTD-LIDOS TO RES-QTD-LIDOS
               MOVE WS-QTD-IMPRESSOS TO RES-QTD-GRAVADOS
               MOVE WS-MSG-LOTE TO RES-MENSAGEM
               WRITE REGRESLOTE
               CLOSE RESLOTE
           END-IF.

       R-FIM.
           IF WS-PRM-LOTE = "S"
               PERFORM R-GRAVA-RESULTADO
           END-IF.
           EXIT PROGRAM.
