       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPFATUR.
       AUTHOR. AUGUSTO ROCHA NASCIMENTO.
      *----------------------------------------------------------------
      * FECHAMENTO MENSAL DO FATURAMENTO: EXPORTACAO EM CSV, NO
      * PADRAO DO EXPAGEND, DAS CONSULTAS ATENDIDAS (AGD-SITUACAO
      * "A") DO MES DE REFERENCIA (AAAAMM, RECEBIDO NO CONSOLE), COM
      * O VALOR DA TABELA DE PRECOS DO PROGPRECO (CADPRECO /
      * REGPRECO.DAT) PARA A ESPECIALIDADE DO MEDICO E O CONVENIO
      * DO PACIENTE. GRAVA EM FATURA.CSV UMA LINHA POR CONSULTA
      * (CRM, NUMERO DO PACIENTE, CONVENIO, CARTEIRA, DATA, HORA,
      * ESPECIALIDADE E VALOR) E, NO FIM, UMA LINHA "TOTAL" COM A
      * QUANTIDADE DE CONSULTAS E A SOMA DOS VALORES, PARA O
      * FATURAMENTO CONFERIR A IMPORTACAO. O VALOR SAI COM PONTO
      * DECIMAL, POIS A VIRGULA E O SEPARADOR DO CSV.
      * A CONSULTA ATENDIDA QUE NAO PODE SER VALORADA (SEM NUMERO DO
      * PACIENTE, PACIENTE OU MEDICO SEM CADASTRO, PACIENTE SEM
      * CONVENIO OU SEM PRECO PARA O PAR ESPECIALIDADE + CONVENIO)
      * NAO VAI PARA O CSV: SAI NA LISTA DE RECUSADOS EM FATREJ.LST,
      * COM O MOTIVO, PARA SER ACERTADA E FATURADA A PARTE.
      * NA ROTINA NOTURNA (LOTENOT) O MES DE REFERENCIA VEM DO
      * PARAMLOTE.DAT (MES, AAAAMM, OBRIGATORIO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAGENDA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AGD-CHAVE
           FILE STATUS IS ST-ERRO-AGD.

       SELECT CADMEDICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRM
           FILE STATUS IS ST-ERRO
           ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.

       SELECT CADPACIENTE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAC-CODIGO
           FILE STATUS IS ST-ERRO-PAC
           ALTERNATE RECORD KEY IS PAC-NOME WITH DUPLICATES.

       SELECT CADPRECO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRC-CHAVE
           FILE STATUS IS ST-ERRO-PRC.

       SELECT EXPCSV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-CSV.

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
       FD CADAGENDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGAGENDA.DAT".
           COPY AGENDREG.

       FD CADMEDICO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGMEDICO.DAT".
           COPY REGMED.

       FD CADPACIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGPACIENTE.DAT".
           COPY PACREG.

       FD CADPRECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGPRECO.DAT".
           COPY PRECOREG.

       FD EXPCSV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FATURA.CSV".
       01 LINHA-CSV PIC X(120).

       FD RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FATREJ.LST".
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
       77 ST-ERRO PIC X(02) VALUE "00".
       77 ST-ERRO-AGD PIC X(02) VALUE "00".
       77 ST-ERRO-PAC PIC X(02) VALUE "00".
       77 ST-ERRO-PRC PIC X(02) VALUE "00".
       77 ST-ERRO-CSV PIC X(02) VALUE "00".
       77 ST-ERRO-REL PIC X(02) VALUE "00".
       77 WS-FIM PIC X(01) VALUE "N".
       77 WS-MES-REF PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ATENDIDAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXPORTADOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RECUSADOS PIC 9(05) VALUE ZEROS.
       01 WS-MOTIVO PIC X(27) VALUE SPACES.
       77 WS-ESPECIALIDADE PIC 9(02) VALUE ZEROS.

       01 WS-VALOR PIC 9(06)V99 VALUE ZEROS.
       01 WS-VALOR-PARTES REDEFINES WS-VALOR.
           02 WS-VALOR-INTEIRO PIC 9(06).
           02 WS-VALOR-CENTAVOS PIC 9(02).
       01 WS-TOTAL-VALOR PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOTAL-PARTES REDEFINES WS-TOTAL-VALOR.
           02 WS-TOTAL-INTEIRO PIC 9(09).
           02 WS-TOTAL-CENTAVOS PIC 9(02).

       01 WS-CARTEIRA PIC X(20) VALUE SPACES.
       77 WS-ASPAS PIC X(01) VALUE '"'.
       77 WS-LEN-CARTEIRA PIC 9(02) VALUE ZEROS.
       01 WS-MASC-HORA PIC X(05) VALUE SPACES.
       01 WS-MASC-DATA PIC X(10) VALUE SPACES.

       01 WS-CRM-ED PIC 9(06).
       01 WS-PAC-ED PIC 9(06).
       01 WS-CONV-ED PIC 9(03).
       01 WS-ESPEC-ED PIC 9(02).
       01 WS-QTD-ED PIC 9(06).

       01 LINHA-CABECALHO.
           02 FILLER PIC X(40) VALUE
               "FATURAMENTO - ATENDIDAS NAO FATURADAS - ".
           02 FILLER PIC X(04) VALUE "MES ".
           02 LC-MES PIC X(07).
           02 FILLER PIC X(29) VALUE SPACES.
       01 LINHA-BRANCO PIC X(80) VALUE SPACES.
       01 LINHA-TITULO.
           02 FILLER PIC X(08) VALUE "CRM".
           02 FILLER PIC X(11) VALUE "DATA".
           02 FILLER PIC X(06) VALUE "HORA".
           02 FILLER PIC X(28) VALUE "PACIENTE".
           02 FILLER PIC X(27) VALUE "MOTIVO DA RECUSA".
       01 LINHA-DETALHE.
           02 LD-CRM PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-DATA PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-HORA PIC X(05).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-CODIGO PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-NOME PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-MOTIVO PIC X(27).
       01 LINHA-TOTAL.
           02 LT-TEXTO PIC X(40).
           02 LT-QTD PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LT-VALOR PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(19) VALUE SPACES.

      * EXECUCAO SEM CONSOLE PELO PARAMLOTE.DAT (PARMREG.CPY) E
      * RESULTADO PARA A ROTINA NOTURNA (RESLOTE.CPY)
       77 ST-ERRO-PRM PIC X(02) VALUE "00".
       77 ST-ERRO-RES PIC X(02) VALUE "00".
       77 WS-PRM-LOTE PIC X(01) VALUE "N".
       77 WS-FIM-PRM PIC X(01) VALUE "N".
       77 WS-PRM-ERRO PIC X(01) VALUE "N".
       01 WS-MSG-LOTE PIC X(40) VALUE SPACES.
       77 WS-PRM-MES PIC 9(06) VALUE ZEROS.
       77 WS-PRM-TEM-MES PIC X(01) VALUE "N".
      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           PERFORM R-LE-PARAMETROS THRU R-LE-PARAMETROS-FIM.
           IF WS-PRM-ERRO = "S"
               GO TO R-FIM
           END-IF.
           OPEN INPUT CADAGENDA.
           IF ST-ERRO-AGD NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADAGENDA: " ST-ERRO-AGD
               GO TO R-FIM
           END-IF.

           OPEN INPUT CADMEDICO.
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADMEDICO: " ST-ERRO
               CLOSE CADAGENDA
               GO TO R-FIM
           END-IF.

           OPEN INPUT CADPACIENTE.
           IF ST-ERRO-PAC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPACIENTE: " ST-ERRO-PAC
               CLOSE CADAGENDA
               CLOSE CADMEDICO
               GO TO R-FIM
           END-IF.

           OPEN INPUT CADPRECO.
           IF ST-ERRO-PRC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPRECO: " ST-ERRO-PRC
               DISPLAY "CADASTRE A TABELA DE PRECOS NO PROGPRECO"
               CLOSE CADAGENDA
               CLOSE CADMEDICO
               CLOSE CADPACIENTE
               GO TO R-FIM
           END-IF.

           OPEN OUTPUT EXPCSV.
           IF ST-ERRO-CSV NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO FATURA.CSV: " ST-ERRO-CSV
               CLOSE CADAGENDA
               CLOSE CADMEDICO
               CLOSE CADPACIENTE
               CLOSE CADPRECO
               GO TO R-FIM
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO FATREJ.LST: " ST-ERRO-REL
               CLOSE CADAGENDA
               CLOSE CADMEDICO
               CLOSE CADPACIENTE
               CLOSE CADPRECO
               CLOSE EXPCSV
               GO TO R-FIM
           END-IF.

           IF WS-PRM-LOTE = "S"
               MOVE WS-PRM-MES TO WS-MES-REF
           ELSE
               DISPLAY "MES DE REFERENCIA (AAAAMM): "
               ACCEPT WS-MES-REF
           END-IF.

           MOVE "CRM,PACIENTE,CONVENIO,CARTEIRA,DATA,HORA,ESPECIALIDADE,
      -        "VALOR" TO LINHA-CSV.
           WRITE LINHA-CSV.

           MOVE SPACES TO LC-MES.
           STRING
               WS-MES-REF(5:2) DELIMITED BY SIZE
               "/"             DELIMITED BY SIZE
               WS-MES-REF(1:4) DELIMITED BY SIZE
               INTO LC-MES
           END-STRING.
           MOVE LINHA-CABECALHO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE ZEROS TO AGD-CHAVE.
           MOVE "N" TO WS-FIM.
           START CADAGENDA KEY IS NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM
           END-START.
           IF WS-FIM NOT = "S"
               PERFORM R-LER-PROXIMA
           END-IF.
           PERFORM R-TESTA-CONSULTA UNTIL WS-FIM = "S".

      * TRAILER DE CONTROLE: QUANTIDADE E SOMA DAS LINHAS ACIMA
           MOVE WS-QTD-EXPORTADOS TO WS-QTD-ED.
           MOVE SPACES TO LINHA-CSV.
           STRING
               "TOTAL"            DELIMITED BY SIZE
               ","                DELIMITED BY SIZE
               WS-QTD-ED          DELIMITED BY SIZE
               ","                DELIMITED BY SIZE
               WS-TOTAL-INTEIRO   DELIMITED BY SIZE
               "."                DELIMITED BY SIZE
               WS-TOTAL-CENTAVOS  DELIMITED BY SIZE
               INTO LINHA-CSV
           END-STRING.
           WRITE LINHA-CSV.

           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "CONSULTAS ATENDIDAS NO MES" TO LT-TEXTO.
           MOVE WS-QTD-ATENDIDAS TO LT-QTD.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "FATURADAS EM FATURA.CSV / VALOR TOTAL" TO LT-TEXTO.
           MOVE WS-QTD-EXPORTADOS TO LT-QTD.
           MOVE WS-TOTAL-VALOR TO LT-VALOR.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "RECUSADAS (LISTADAS ACIMA)" TO LT-TEXTO.
           MOVE WS-QTD-RECUSADOS TO LT-QTD.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           DISPLAY "CONSULTAS ATENDIDAS...: " WS-QTD-ATENDIDAS.
           DISPLAY "CONSULTAS FATURADAS...: " WS-QTD-EXPORTADOS.
           DISPLAY "CONSULTAS RECUSADAS...: " WS-QTD-RECUSADOS.
           DISPLAY "ARQUIVOS GRAVADOS EM FATURA.CSV E FATREJ.LST".

           CLOSE CADAGENDA.
           CLOSE CADMEDICO.
           CLOSE CADPACIENTE.
           CLOSE CADPRECO.
           CLOSE EXPCSV.
           CLOSE RELATORIO.
           IF WS-QTD-RECUSADOS NOT = ZEROS
               MOVE 4 TO RETURN-CODE
               MOVE "CONSULTAS RECUSADAS - VER FATREJ.LST"
                   TO WS-MSG-LOTE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GO TO R-FIM.

      *
      **********************
      * PROCESSAMENTO DA AGENDA *
      **********************
      *
       R-LER-PROXIMA.
           READ CADAGENDA NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-AGD NOT = "00"
               DISPLAY "ERRO DE LEITURA NO CADAGENDA: " ST-ERRO-AGD
               MOVE "S" TO WS-FIM
           END-IF.

       R-TESTA-CONSULTA.
           IF AGD-DATA(1:6) = WS-MES-REF
               AND AGD-SITUACAO = "A"
               ADD 1 TO WS-QTD-ATENDIDAS
               PERFORM R-VALORA-CONSULTA THRU R-VALORA-CONSULTA-FIM
               IF WS-MOTIVO = SPACES
                   PERFORM R-GRAVA-LINHA-CSV
               ELSE
                   PERFORM R-GRAVA-RECUSADA
               END-IF
           END-IF.
           PERFORM R-LER-PROXIMA.

      * DEVOLVE WS-MOTIVO EM BRANCO QUANDO A CONSULTA TEM VALOR, OU
      * O MOTIVO DA RECUSA
       R-VALORA-CONSULTA.
           MOVE SPACES TO WS-MOTIVO WS-CARTEIRA.
           MOVE ZEROS TO WS-VALOR WS-ESPECIALIDADE.
           MOVE AGD-PACIENTE TO PAC-NOME.
           MOVE ZEROS TO PAC-CONVENIO.

           IF AGD-CODIGO-PACIENTE = ZEROS
               MOVE "CONSULTA SEM NUMERO PACIENTE" TO WS-MOTIVO
               GO TO R-VALORA-CONSULTA-FIM
           END-IF.

           MOVE AGD-CODIGO-PACIENTE TO PAC-CODIGO.
           READ CADPACIENTE.
           IF ST-ERRO-PAC NOT = "00"
               MOVE AGD-PACIENTE TO PAC-NOME
               MOVE "PACIENTE SEM CADASTRO" TO WS-MOTIVO
               GO TO R-VALORA-CONSULTA-FIM
           END-IF.
           IF PAC-CONVENIO = ZEROS
               MOVE "PACIENTE SEM CONVENIO" TO WS-MOTIVO
               GO TO R-VALORA-CONSULTA-FIM
           END-IF.
           MOVE PAC-CARTEIRA TO WS-CARTEIRA.

           MOVE AGD-CRM TO CRM.
           READ CADMEDICO.
           IF ST-ERRO NOT = "00"
               MOVE "MEDICO SEM CADASTRO" TO WS-MOTIVO
               GO TO R-VALORA-CONSULTA-FIM
           END-IF.
           MOVE ESPECIALIDADE TO WS-ESPECIALIDADE.

           MOVE WS-ESPECIALIDADE TO PRC-ESPECIALIDADE.
           MOVE PAC-CONVENIO TO PRC-CONVENIO.
           READ CADPRECO.
           IF ST-ERRO-PRC NOT = "00"
               MOVE "SEM PRECO PARA ESPEC/CONVENIO" TO WS-MOTIVO
               GO TO R-VALORA-CONSULTA-FIM
           END-IF.
           MOVE PRC-VALOR TO WS-VALOR.

       R-VALORA-CONSULTA-FIM.
           EXIT.

       R-MONTA-DATA-HORA.
           MOVE SPACES TO WS-MASC-DATA WS-MASC-HORA.
           STRING
               AGD-DATA(7:2) DELIMITED BY SIZE
               "/"           DELIMITED BY SIZE
               AGD-DATA(5:2) DELIMITED BY SIZE
               "/"           DELIMITED BY SIZE
               AGD-DATA(1:4) DELIMITED BY SIZE
               INTO WS-MASC-DATA
           END-STRING.
           STRING
               AGD-HORA(1:2) DELIMITED BY SIZE
               ":"           DELIMITED BY SIZE
               AGD-HORA(3:2) DELIMITED BY SIZE
               INTO WS-MASC-HORA
           END-STRING.

       R-GRAVA-LINHA-CSV.
           PERFORM R-MONTA-DATA-HORA.

           MOVE 20 TO WS-LEN-CARTEIRA.
           PERFORM R-ACHA-TAMANHO-CARTEIRA
               UNTIL WS-CARTEIRA(WS-LEN-CARTEIRA:1) NOT = SPACE
               OR WS-LEN-CARTEIRA = 1.

           MOVE AGD-CRM TO WS-CRM-ED.
           MOVE AGD-CODIGO-PACIENTE TO WS-PAC-ED.
           MOVE PAC-CONVENIO TO WS-CONV-ED.
           MOVE WS-ESPECIALIDADE TO WS-ESPEC-ED.
           MOVE SPACES TO LINHA-CSV.
           STRING
               WS-CRM-ED                            DELIMITED BY SIZE
               ","                                  DELIMITED BY SIZE
               WS-PAC-ED                            DELIMITED BY SIZE
               ","                                  DELIMITED BY SIZE
               WS-CONV-ED                           DELIMITED BY SIZE
               ","                                  DELIMITED BY SIZE
               WS-ASPAS                             DELIMITED BY SIZE
               WS-CARTEIRA(1:WS-LEN-CARTEIRA)       DELIMITED BY SIZE
               WS-ASPAS                             DELIMITED BY SIZE
               ","                                  DELIMITED BY SIZE
               WS-MASC-DATA                         DELIMITED BY SIZE
               ","                                  DELIMITED BY SIZE
               WS-MASC-HORA                         DELIMITED BY SIZE
               ","                                  DELIMITED BY SIZE
               WS-ESPEC-ED                          DELIMITED BY SIZE
               ","                                  DELIMITED BY SIZE
               WS-VALOR-INTEIRO                     DELIMITED BY SIZE
               "."                                  DELIMITED BY SIZE
               WS-VALOR-CENTAVOS                    DELIMITED BY SIZE
               INTO LINHA-CSV
           END-STRING.
           WRITE LINHA-CSV.
           ADD 1 TO WS-QTD-EXPORTADOS.
           ADD WS-VALOR TO WS-TOTAL-VALOR.

       R-ACHA-TAMANHO-CARTEIRA.
           SUBTRACT 1 FROM WS-LEN-CARTEIRA.

       R-GRAVA-RECUSADA.
           PERFORM R-MONTA-DATA-HORA.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE AGD-CRM TO LD-CRM.
           MOVE WS-MASC-DATA TO LD-DATA.
           MOVE WS-MASC-HORA TO LD-HORA.
           MOVE AGD-CODIGO-PACIENTE TO LD-CODIGO.
           MOVE PAC-NOME TO LD-NOME.
           MOVE WS-MOTIVO TO LD-MOTIVO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-QTD-RECUSADOS.

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
           IF WS-PRM-LOTE = "S" AND WS-PRM-TEM-MES NOT = "S"
               DISPLAY "PARAMETRO MES NAO INFORMADO NO PARAMLOTE.DAT"
               MOVE "PARAMETRO MES NAO INFORMADO" TO WS-MSG-LOTE
               MOVE "S" TO WS-PRM-ERRO
           END-IF.

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
           IF PRM-PROGRAMA = "EXPFATUR"
               MOVE "S" TO WS-PRM-LOTE
               EVALUATE PRM-NOME
                   WHEN "LOTE"
                       CONTINUE
                   WHEN "MES"
                       IF PRM-VALOR(1:6) NUMERIC
                           AND PRM-VALOR(7:) = SPACES
                           MOVE PRM-VALOR(1:6) TO WS-PRM-MES
                           MOVE "S" TO WS-PRM-TEM-MES
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
               MOVE "EXPFATUR" TO RES-PROGRAMA
               MOVE RETURN-CODE TO RES-RETORNO
               MOVE WS-QTD-ATENDIDAS TO RES-QTD-LIDOS
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
