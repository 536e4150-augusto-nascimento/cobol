       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELUNIF.
       AUTHOR. AUGUSTO ROCHA NASCIMENTO.
      *----------------------------------------------------------------
      * RELATORIO DAS UNIFICACOES DE PACIENTES EM DUPLICIDADE FEITAS
      * PELO SUPERVISOR NO PROGPACIENTE (LOGUNIF.DAT, LAYOUT EM
      * UNIFREG.CPY). PARA CADA UNIFICACAO IMPRIME EM RELUNIF.LST O
      * NUMERO QUE FICOU, O NUMERO QUE SAIU, QUANTAS CONSULTAS DO
      * CADAGENDA E QUANTAS INSCRICOES DA FILA DE ESPERA PASSARAM DE
      * UM PARA O OUTRO, O OPERADOR E QUANDO. FILTRA POR FAIXA DE
      * DATAS (AAAAMMDD, ZEROS = SEM LIMITE), PERGUNTADA NO CONSOLE
      * NA PARTIDA DO PROGRAMA, COMO NO RELLOG. NA ROTINA NOTURNA
      * (LOTENOT) A FAIXA VEM DO PARAMLOTE.DAT (DATAINI E DATAFIM;
      * SEM O PARAMETRO = SEM LIMITE).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LOGUNIF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-UNF.

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
       FD LOGUNIF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGUNIF.DAT".
           COPY UNIFREG.

       FD RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELUNIF.LST".
       01 LINHA-RELATORIO PIC X(110).

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
       77 ST-ERRO-UNF PIC X(02) VALUE "00".
       77 ST-ERRO-REL PIC X(02) VALUE "00".
       77 WS-FIM PIC X(01) VALUE "N".
       77 WS-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-IMPRESSOS PIC 9(05) VALUE ZEROS.
       77 WS-TOT-CONSULTAS PIC 9(07) VALUE ZEROS.
       77 WS-TOT-FILA PIC 9(07) VALUE ZEROS.

       77 WS-FILTRO-DATA-INI PIC 9(08) VALUE ZEROS.
       77 WS-FILTRO-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WS-IMPRIME PIC X(01) VALUE "N".

       01 LINHA-CABECALHO PIC X(110) VALUE
           "UNIFICACOES DE PACIENTES EM DUPLICIDADE".
       01 LINHA-BRANCO PIC X(110) VALUE SPACES.
       01 LINHA-FILTRO.
           02 LF-TEXTO PIC X(20).
           02 LF-VALOR PIC X(90).
       01 LINHA-TITULO.
           02 FILLER PIC X(12) VALUE "DATA".
           02 FILLER PIC X(07) VALUE "HORA".
           02 FILLER PIC X(33) VALUE "FICOU  NOME".
           02 FILLER PIC X(34) VALUE "SAIU   NOME".
           02 FILLER PIC X(07) VALUE "CONSUL".
           02 FILLER PIC X(07) VALUE "FILA".
           02 FILLER PIC X(10) VALUE "OPER".
       01 LINHA-DETALHE.
           02 LD-DATA PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-HORA PIC X(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-CODIGO-FICA PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-NOME-FICA PIC X(25).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-CODIGO-SAI PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-NOME-SAI PIC X(25).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-CONSULTAS PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-FILA PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-OPERADOR PIC 9(04).
           02 FILLER PIC X(06) VALUE SPACES.
       01 LINHA-TOTAL.
           02 LT-TEXTO PIC X(35).
           02 LT-TOTAL PIC Z.ZZZ.ZZ9.
           02 FILLER PIC X(66) VALUE SPACES.

      * EXECUCAO SEM CONSOLE PELO PARAMLOTE.DAT (PARMREG.CPY) E
      * RESULTADO PARA A ROTINA NOTURNA (RESLOTE.CPY)
       77 ST-ERRO-PRM PIC X(02) VALUE "00".
       77 ST-ERRO-RES PIC X(02) VALUE "00".
       77 WS-PRM-LOTE PIC X(01) VALUE "N".
       77 WS-FIM-PRM PIC X(01) VALUE "N".
       77 WS-PRM-ERRO PIC X(01) VALUE "N".
       01 WS-MSG-LOTE PIC X(40) VALUE SPACES.
       77 WS-PRM-DATA-INI PIC 9(08) VALUE ZEROS.
       77 WS-PRM-DATA-FIM PIC 9(08) VALUE ZEROS.
      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           PERFORM R-LE-PARAMETROS THRU R-LE-PARAMETROS-FIM.
           IF WS-PRM-ERRO = "S"
               GO TO R-FIM
           END-IF.
           OPEN INPUT LOGUNIF.
           IF ST-ERRO-UNF NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO LOGUNIF.DAT: " ST-ERRO-UNF
               DISPLAY "(NENHUMA UNIFICACAO FEITA AINDA?)"
               GO TO R-FIM
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
               CLOSE LOGUNIF
               GO TO R-FIM
           END-IF.

           PERFORM R-PEDE-FILTROS.

           MOVE LINHA-CABECALHO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM R-IMPRIME-FILTROS.
           MOVE LINHA-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM R-LER-PROXIMO.
           PERFORM R-PROCESSA-UNIFICACAO UNTIL WS-FIM = "S".

           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "UNIFICACOES IMPRESSAS.............." TO LT-TEXTO.
           MOVE WS-QTD-IMPRESSOS TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "CONSULTAS TRANSFERIDAS............." TO LT-TEXTO.
           MOVE WS-TOT-CONSULTAS TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "INSCRICOES DE FILA TRANSFERIDAS...." TO LT-TEXTO.
           MOVE WS-TOT-FILA TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           DISPLAY "UNIFICACOES LIDAS.....: " WS-QTD-LIDOS.
           DISPLAY "UNIFICACOES IMPRESSAS.: " WS-QTD-IMPRESSOS.
           DISPLAY "RELATORIO GRAVADO EM RELUNIF.LST".

           CLOSE LOGUNIF.
           CLOSE RELATORIO.
           MOVE ZERO TO RETURN-CODE.
           GO TO R-FIM.

      *
      **********************
      * FILTROS DA CONSULTA *
      **********************
      *
       R-PEDE-FILTROS.
           IF WS-PRM-LOTE = "S"
               MOVE WS-PRM-DATA-INI TO WS-FILTRO-DATA-INI
               MOVE WS-PRM-DATA-FIM TO WS-FILTRO-DATA-FIM
           ELSE
               DISPLAY "DATA INICIAL AAAAMMDD (ZEROS = SEM LIMITE): "
               ACCEPT WS-FILTRO-DATA-INI
               DISPLAY "DATA FINAL AAAAMMDD (ZEROS = SEM LIMITE)..: "
               ACCEPT WS-FILTRO-DATA-FIM
           END-IF.

       R-IMPRIME-FILTROS.
           MOVE SPACES TO LINHA-FILTRO.
           MOVE "FILTRO DATA INICIAL " TO LF-TEXTO.
           IF WS-FILTRO-DATA-INI = ZEROS
               MOVE "SEM LIMITE" TO LF-VALOR
           ELSE
               MOVE WS-FILTRO-DATA-INI TO LF-VALOR
           END-IF.
           MOVE LINHA-FILTRO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-FILTRO.
           MOVE "FILTRO DATA FINAL.: " TO LF-TEXTO.
           IF WS-FILTRO-DATA-FIM = ZEROS
               MOVE "SEM LIMITE" TO LF-VALOR
           ELSE
               MOVE WS-FILTRO-DATA-FIM TO LF-VALOR
           END-IF.
           MOVE LINHA-FILTRO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *
      **********************
      * PROCESSAMENTO DO LOG *
      **********************
      *
       R-LER-PROXIMO.
           READ LOGUNIF
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF ST-ERRO-UNF NOT = "00"
               MOVE "S" TO WS-FIM
           END-IF.
           IF WS-FIM NOT = "S"
               ADD 1 TO WS-QTD-LIDOS
           END-IF.

       R-PROCESSA-UNIFICACAO.
           MOVE "S" TO WS-IMPRIME.

           IF WS-FILTRO-DATA-INI NOT = ZEROS
               IF UNF-DATA < WS-FILTRO-DATA-INI
                   MOVE "N" TO WS-IMPRIME
               END-IF
           END-IF.

           IF WS-FILTRO-DATA-FIM NOT = ZEROS
               IF UNF-DATA > WS-FILTRO-DATA-FIM
                   MOVE "N" TO WS-IMPRIME
               END-IF
           END-IF.

           IF WS-IMPRIME = "S"
               PERFORM R-IMPRIME-UNIFICACAO
           END-IF.

           PERFORM R-LER-PROXIMO.

       R-IMPRIME-UNIFICACAO.
           MOVE SPACES TO LINHA-DETALHE.
           STRING
               UNF-DATA(7:2) DELIMITED BY SIZE
               "/"           DELIMITED BY SIZE
               UNF-DATA(5:2) DELIMITED BY SIZE
               "/"           DELIMITED BY SIZE
               UNF-DATA(1:4) DELIMITED BY SIZE
               INTO LD-DATA
           END-STRING.
           STRING
               UNF-HORA(1:2) DELIMITED BY SIZE
               ":"           DELIMITED BY SIZE
               UNF-HORA(3:2) DELIMITED BY SIZE
               INTO LD-HORA
           END-STRING.
           MOVE UNF-CODIGO-FICA TO LD-CODIGO-FICA.
           MOVE UNF-NOME-FICA TO LD-NOME-FICA.
           MOVE UNF-CODIGO-SAI TO LD-CODIGO-SAI.
           MOVE UNF-NOME-SAI TO LD-NOME-SAI.
           MOVE UNF-QTD-CONSULTAS TO LD-CONSULTAS.
           MOVE UNF-QTD-FILA TO LD-FILA.
           MOVE UNF-OPERADOR TO LD-OPERADOR.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-QTD-IMPRESSOS.
           ADD UNF-QTD-CONSULTAS TO WS-TOT-CONSULTAS.
           ADD UNF-QTD-FILA TO WS-TOT-FILA.

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
           IF PRM-PROGRAMA = "RELUNIF"
               MOVE "S" TO WS-PRM-LOTE
               EVALUATE PRM-NOME
                   WHEN "LOTE"
                       CONTINUE
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
               MOVE "RELUNIF" TO RES-PROGRAMA
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
