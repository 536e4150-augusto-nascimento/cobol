       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSEG.
       AUTHOR. AUGUSTO ROCHA NASCIMENTO.
      *----------------------------------------------------------------
      * RELATORIO DO SUPERVISOR SOBRE O LOG DE SEGURANCA (LOGSEG.DAT,
      * LAYOUT EM SEGREG.CPY), GRAVADO PELO SENHAOPE. IMPRIME EM
      * RELSEG.LST CADA ENTRADA, FALHA, BLOQUEIO (POR TENTATIVAS OU
      * MANUAL), DESBLOQUEIO E TROCA DE SENHA, COM O PROGRAMA, O
      * SUPERVISOR RESPONSAVEL E AS FALHAS
      * SEGUIDAS, O TOTAL POR EVENTO E, NO FIM, OS OPERADORES QUE
      * ESTAO BLOQUEADOS AGORA NO CADOPER. FILTRA POR FAIXA DE DATAS
      * (AAAAMMDD, ZEROS = SEM LIMITE), OPERADOR (ZEROS = TODOS) E
      * EVENTO (BRANCO = TODOS), PERGUNTADOS NO CONSOLE NA PARTIDA DO
      * PROGRAMA, COMO NO RELUNIF. NA ROTINA NOTURNA (LOTENOT) OS
      * FILTROS VEM DO PARAMLOTE.DAT (DATAINI, DATAFIM, OPERADOR E
      * EVENTO; SEM O PARAMETRO = SEM FILTRO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LOGSEG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-SEG.

       SELECT CADOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-CODIGO
           FILE STATUS IS ST-ERRO-OPE.

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
       FD LOGSEG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGSEG.DAT".
           COPY SEGREG.

       FD CADOPER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGOPER.DAT".
           COPY OPERREG.

       FD RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELSEG.LST".
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
       77 ST-ERRO-SEG PIC X(02) VALUE "00".
       77 ST-ERRO-OPE PIC X(02) VALUE "00".
       77 ST-ERRO-REL PIC X(02) VALUE "00".
       77 WS-FIM PIC X(01) VALUE "N".
       77 WS-FIM-OPE PIC X(01) VALUE "N".
       77 WS-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-IMPRESSOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-BLOQUEADOS PIC 9(05) VALUE ZEROS.

       77 WS-FILTRO-DATA-INI PIC 9(08) VALUE ZEROS.
       77 WS-FILTRO-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WS-FILTRO-OPERADOR PIC 9(04) VALUE ZEROS.
       77 WS-FILTRO-EVENTO PIC X(01) VALUE SPACE.
       77 WS-IMPRIME PIC X(01) VALUE "N".

      * TOTAIS POR EVENTO, NA ORDEM DE WS-EVENTOS
       01 WS-EVENTOS PIC X(07) VALUE "EFBDTRM".
       01 WS-EVENTOS-R REDEFINES WS-EVENTOS.
           02 WS-EVENTO-COD PIC X(01) OCCURS 7 TIMES.
       01 WS-DESCRICOES.
           02 FILLER PIC X(25) VALUE "ENTRADAS ACEITAS".
           02 FILLER PIC X(25) VALUE "FALHAS DE IDENTIFICACAO".
           02 FILLER PIC X(25) VALUE "BLOQUEIOS POR TENTATIVAS".
           02 FILLER PIC X(25) VALUE "DESBLOQUEIOS".
           02 FILLER PIC X(25) VALUE "TROCAS PELO OPERADOR".
           02 FILLER PIC X(25) VALUE "SENHAS REDEFINIDAS".
           02 FILLER PIC X(25) VALUE "BLOQUEIOS PELO SUPERVISOR".
       01 WS-DESCRICOES-R REDEFINES WS-DESCRICOES.
           02 WS-EVENTO-DESC PIC X(25) OCCURS 7 TIMES.
       01 WS-TOTAIS.
           02 WS-TOT-EVENTO PIC 9(07) OCCURS 7 TIMES.
       77 WS-IND PIC 9(02) VALUE ZEROS.
       77 WS-IND-EVENTO PIC 9(02) VALUE ZEROS.

       01 LINHA-CABECALHO PIC X(110) VALUE
           "LOG DE SEGURANCA DOS OPERADORES".
       01 LINHA-BRANCO PIC X(110) VALUE SPACES.
       01 LINHA-FILTRO.
           02 LF-TEXTO PIC X(20).
           02 LF-VALOR PIC X(90).
       01 LINHA-TITULO.
           02 FILLER PIC X(12) VALUE "DATA".
           02 FILLER PIC X(10) VALUE "HORA".
           02 FILLER PIC X(06) VALUE "OPER".
           02 FILLER PIC X(28) VALUE "EVENTO".
           02 FILLER PIC X(14) VALUE "PROGRAMA".
           02 FILLER PIC X(08) VALUE "SUPERV".
           02 FILLER PIC X(32) VALUE "FALHAS".
       01 LINHA-DETALHE.
           02 LD-DATA PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-HORA PIC X(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-OPERADOR PIC 9(04).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-EVENTO PIC X(01).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-DESCRICAO PIC X(25).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-PROGRAMA PIC X(12).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-RESPONSAVEL PIC X(04).
           02 FILLER PIC X(04) VALUE SPACES.
           02 LD-FALHAS PIC Z9.
           02 FILLER PIC X(30) VALUE SPACES.
       01 LINHA-TOTAL.
           02 LT-TEXTO PIC X(35).
           02 LT-TOTAL PIC Z.ZZZ.ZZ9.
           02 FILLER PIC X(66) VALUE SPACES.
       01 LINHA-TITULO-BLOQ PIC X(110) VALUE
           "OPERADORES BLOQUEADOS AGORA NO CADOPER".
       01 LINHA-BLOQUEADO.
           02 LB-CODIGO PIC 9(04).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LB-NOME PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "FALHAS: ".
           02 LB-FALHAS PIC Z9.
           02 FILLER PIC X(62) VALUE SPACES.

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
       77 WS-PRM-OPERADOR PIC 9(04) VALUE ZEROS.
       77 WS-PRM-EVENTO PIC X(01) VALUE SPACE.
      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           PERFORM R-LE-PARAMETROS THRU R-LE-PARAMETROS-FIM.
           IF WS-PRM-ERRO = "S"
               GO TO R-FIM
           END-IF.
           OPEN INPUT LOGSEG.
           IF ST-ERRO-SEG NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO LOGSEG.DAT: " ST-ERRO-SEG
               DISPLAY "(NENHUMA IDENTIFICACAO FEITA AINDA?)"
               GO TO R-FIM
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
               CLOSE LOGSEG
               GO TO R-FIM
           END-IF.

           PERFORM R-PEDE-FILTROS.
           MOVE ZEROS TO WS-TOTAIS.

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
           PERFORM R-PROCESSA-EVENTO UNTIL WS-FIM = "S".

           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "EVENTOS IMPRESSOS.................." TO LT-TEXTO.
           MOVE WS-QTD-IMPRESSOS TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IND.
           PERFORM R-IMPRIME-TOTAL-EVENTO UNTIL WS-IND > 7.

           PERFORM R-LISTA-BLOQUEADOS.

           DISPLAY "EVENTOS LIDOS.........: " WS-QTD-LIDOS.
           DISPLAY "EVENTOS IMPRESSOS.....: " WS-QTD-IMPRESSOS.
           DISPLAY "OPERADORES BLOQUEADOS.: " WS-QTD-BLOQUEADOS.
           DISPLAY "RELATORIO GRAVADO EM RELSEG.LST".

           CLOSE LOGSEG.
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
               MOVE WS-PRM-OPERADOR TO WS-FILTRO-OPERADOR
               MOVE WS-PRM-EVENTO TO WS-FILTRO-EVENTO
           ELSE
               DISPLAY "DATA INICIAL AAAAMMDD (ZEROS = SEM LIMITE): "
               ACCEPT WS-FILTRO-DATA-INI
               DISPLAY "DATA FINAL AAAAMMDD (ZEROS = SEM LIMITE)..: "
               ACCEPT WS-FILTRO-DATA-FIM
               DISPLAY "OPERADOR (ZEROS = TODOS)..................: "
               ACCEPT WS-FILTRO-OPERADOR
               PERFORM R-PEDE-EVENTO
           END-IF.

       R-PEDE-EVENTO.
           DISPLAY "EVENTO E/F/B/D/T/R/M (BRANCO = TODOS).....: ".
           ACCEPT WS-FILTRO-EVENTO.
           IF WS-FILTRO-EVENTO NOT = SPACE
               PERFORM R-ACHA-EVENTO
               IF WS-IND-EVENTO = ZEROS
                   DISPLAY "EVENTO INVALIDO"
                   GO TO R-PEDE-EVENTO
               END-IF
           END-IF.

      * WS-IND-EVENTO FICA COM A POSICAO DO EVENTO EM WS-EVENTOS
      * (ZEROS QUANDO O CODIGO NAO EXISTE)
       R-ACHA-EVENTO.
           MOVE ZEROS TO WS-IND-EVENTO.
           MOVE 1 TO WS-IND.
           PERFORM R-COMPARA-EVENTO UNTIL WS-IND > 7.

       R-COMPARA-EVENTO.
           IF WS-EVENTO-COD(WS-IND) = WS-FILTRO-EVENTO
               MOVE WS-IND TO WS-IND-EVENTO
           END-IF.
           ADD 1 TO WS-IND.

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

           MOVE SPACES TO LINHA-FILTRO.
           MOVE "FILTRO OPERADOR...: " TO LF-TEXTO.
           IF WS-FILTRO-OPERADOR = ZEROS
               MOVE "TODOS" TO LF-VALOR
           ELSE
               MOVE WS-FILTRO-OPERADOR TO LF-VALOR
           END-IF.
           MOVE LINHA-FILTRO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-FILTRO.
           MOVE "FILTRO EVENTO.....: " TO LF-TEXTO.
           IF WS-FILTRO-EVENTO = SPACE
               MOVE "TODOS" TO LF-VALOR
           ELSE
               PERFORM R-ACHA-EVENTO
               STRING
                   WS-FILTRO-EVENTO              DELIMITED BY SIZE
                   " - "                         DELIMITED BY SIZE
                   WS-EVENTO-DESC(WS-IND-EVENTO) DELIMITED BY SIZE
                   INTO LF-VALOR
               END-STRING
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
           READ LOGSEG
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF ST-ERRO-SEG NOT = "00"
               MOVE "S" TO WS-FIM
           END-IF.
           IF WS-FIM NOT = "S"
               ADD 1 TO WS-QTD-LIDOS
           END-IF.

       R-PROCESSA-EVENTO.
           MOVE "S" TO WS-IMPRIME.

           IF WS-FILTRO-DATA-INI NOT = ZEROS
               IF SEG-DATA < WS-FILTRO-DATA-INI
                   MOVE "N" TO WS-IMPRIME
               END-IF
           END-IF.

           IF WS-FILTRO-DATA-FIM NOT = ZEROS
               IF SEG-DATA > WS-FILTRO-DATA-FIM
                   MOVE "N" TO WS-IMPRIME
               END-IF
           END-IF.

           IF WS-FILTRO-OPERADOR NOT = ZEROS
               IF SEG-OPERADOR NOT = WS-FILTRO-OPERADOR
                   MOVE "N" TO WS-IMPRIME
               END-IF
           END-IF.

           IF WS-FILTRO-EVENTO NOT = SPACE
               IF SEG-EVENTO NOT = WS-FILTRO-EVENTO
                   MOVE "N" TO WS-IMPRIME
               END-IF
           END-IF.

           IF WS-IMPRIME = "S"
               PERFORM R-IMPRIME-EVENTO
           END-IF.

           PERFORM R-LER-PROXIMO.

       R-IMPRIME-EVENTO.
           MOVE SPACES TO LINHA-DETALHE.
           STRING
               SEG-DATA(7:2) DELIMITED BY SIZE
               "/"           DELIMITED BY SIZE
               SEG-DATA(5:2) DELIMITED BY SIZE
               "/"           DELIMITED BY SIZE
               SEG-DATA(1:4) DELIMITED BY SIZE
               INTO LD-DATA
           END-STRING.
           STRING
               SEG-HORA(1:2) DELIMITED BY SIZE
               ":"           DELIMITED BY SIZE
               SEG-HORA(3:2) DELIMITED BY SIZE
               ":"           DELIMITED BY SIZE
               SEG-HORA(5:2) DELIMITED BY SIZE
               INTO LD-HORA
           END-STRING.
           MOVE SEG-OPERADOR TO LD-OPERADOR.
           MOVE SEG-EVENTO TO LD-EVENTO.
           PERFORM R-DESCREVE-EVENTO.
           MOVE SEG-PROGRAMA TO LD-PROGRAMA.
           IF SEG-RESPONSAVEL = ZEROS
               MOVE SPACES TO LD-RESPONSAVEL
           ELSE
               MOVE SEG-RESPONSAVEL TO LD-RESPONSAVEL
           END-IF.
           MOVE SEG-FALHAS TO LD-FALHAS.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-QTD-IMPRESSOS.

       R-DESCREVE-EVENTO.
           MOVE "EVENTO DESCONHECIDO" TO LD-DESCRICAO.
           MOVE 1 TO WS-IND.
           PERFORM R-CONTA-EVENTO UNTIL WS-IND > 7.

       R-CONTA-EVENTO.
           IF WS-EVENTO-COD(WS-IND) = SEG-EVENTO
               MOVE WS-EVENTO-DESC(WS-IND) TO LD-DESCRICAO
               ADD 1 TO WS-TOT-EVENTO(WS-IND)
           END-IF.
           ADD 1 TO WS-IND.

       R-IMPRIME-TOTAL-EVENTO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE WS-EVENTO-DESC(WS-IND) TO LT-TEXTO.
           MOVE ALL "." TO LT-TEXTO(26:10).
           MOVE WS-TOT-EVENTO(WS-IND) TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-IND.

      *
      **********************
      * OPERADORES BLOQUEADOS *
      **********************
      *
      * SEM O CADOPER A SECAO SAI SO COM O AVISO; O LOG JA FOI
      * IMPRESSO E O RELATORIO NAO E PERDIDO POR ISSO
       R-LISTA-BLOQUEADOS.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-TITULO-BLOQ TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           OPEN INPUT CADOPER.
           IF ST-ERRO-OPE NOT = "00"
               MOVE SPACES TO LINHA-RELATORIO
               STRING
                   "*** CADOPER NAO ABERTO - STATUS " DELIMITED BY SIZE
                   ST-ERRO-OPE                        DELIMITED BY SIZE
                   " ***"                             DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               GO TO R-LISTA-BLOQUEADOS-FIM
           END-IF.

           MOVE "N" TO WS-FIM-OPE.
           PERFORM R-LER-OPERADOR.
           PERFORM R-VERIFICA-BLOQUEIO UNTIL WS-FIM-OPE = "S".
           CLOSE CADOPER.

           IF WS-QTD-BLOQUEADOS = ZEROS
               MOVE "NENHUM OPERADOR BLOQUEADO" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       R-LISTA-BLOQUEADOS-FIM.
           EXIT.

       R-LER-OPERADOR.
           READ CADOPER NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-OPE
           END-READ.
           IF ST-ERRO-OPE NOT = "00"
               MOVE "S" TO WS-FIM-OPE
           END-IF.

       R-VERIFICA-BLOQUEIO.
           IF OPE-BLOQUEIO = "S"
               MOVE SPACES TO LINHA-BLOQUEADO
               MOVE OPE-CODIGO TO LB-CODIGO
               MOVE OPE-NOME TO LB-NOME
               MOVE "FALHAS: " TO LINHA-BLOQUEADO(39:8)
               MOVE OPE-FALHAS TO LB-FALHAS
               MOVE LINHA-BLOQUEADO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO WS-QTD-BLOQUEADOS
           END-IF.
           PERFORM R-LER-OPERADOR.

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
           IF PRM-PROGRAMA = "RELSEG"
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
                   WHEN "OPERADOR"
                       IF PRM-VALOR(1:4) NUMERIC
                           AND PRM-VALOR(5:) = SPACES
                           MOVE PRM-VALOR(1:4) TO WS-PRM-OPERADOR
                       ELSE
                           PERFORM R-PARAMETRO-INVALIDO
                       END-IF
                   WHEN "EVENTO"
                       EVALUATE PRM-VALOR
                           WHEN "E"
                           WHEN "F"
                           WHEN "B"
                           WHEN "D"
                           WHEN "T"
                           WHEN "R"
                           WHEN "M"
                           WHEN SPACES
                               MOVE PRM-VALOR(1:1) TO WS-PRM-EVENTO
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
               MOVE "RELSEG" TO RES-PROGRAMA
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
