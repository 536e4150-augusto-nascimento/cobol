       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOCUPA.
       AUTHOR. AUGUSTO ROCHA NASCIMENTO.
      *----------------------------------------------------------------
      * RELATORIO MENSAL DE CAPACIDADE E OCUPACAO DA AGENDA, POR
      * MEDICO E POR ESPECIALIDADE. RECEBE O MES DE REFERENCIA
      * (AAAAMM) NO CONSOLE E GRAVA EM RELOCUPA.LST.
      * OS HORARIOS OFERECIDOS SAO EXPANDIDOS DIA A DIA PELA ESCALA
      * DO MEDICO NO CADDISPO (OU A GRADE PADRAO DE 08:00 A 17:30 DE
      * 30 EM 30 MINUTOS), TIRANDO OS PERIODOS DO CADBLOQ, AS DATAS
      * FECHADAS DO CADFERIA (NO MEIO EXPEDIENTE SO ATE A HORA DE
      * FECHAMENTO) E, PARA O MEDICO INATIVO, OS DIAS A PARTIR DA
      * DATA DA SITUACAO - MESMAS REGRAS DA BUSCA DE VAGA DO
      * AGENDMED. DEPOIS SAO COMPARADOS COM O CADAGENDA DO MES:
      * AGENDADAS (MARCADAS + ATENDIDAS + FALTAS), ATENDIDAS, FALTAS,
      * CANCELADAS, HORARIOS OCIOSOS (OFERECIDOS - AGENDADAS) E O
      * PERCENTUAL DE OCUPACAO (AGENDADAS SOBRE OFERECIDOS).
      * OS MEDICOS SAEM AGRUPADOS POR ESPECIALIDADE (CADESPEC), COM
      * SUBTOTAL E O NUMERO DE PACIENTES AINDA EM ESPERA NO CADFILA
      * PARA A ESPECIALIDADE, E NO FIM VEM O QUADRO DIA DA SEMANA X
      * HORA DO DIA DA CLINICA INTEIRA (OFERECIDOS, AGENDADAS E
      * OCUPACAO).
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

       SELECT CADDISPO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIS-CRM
           FILE STATUS IS ST-ERRO-DIS.

       SELECT CADBLOQ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLQ-CHAVE
           FILE STATUS IS ST-ERRO-BLQ.

       SELECT CADFERIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FER-DATA
           FILE STATUS IS ST-ERRO-FER.

       SELECT CADESPEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-ESP.

       SELECT CADFILA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-FIL.

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

       FD CADDISPO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGDISPO.DAT".
           COPY DISPOREG.

       FD CADBLOQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGBLOQ.DAT".
           COPY BLOQREG.

       FD CADFERIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGFERIA.DAT".
           COPY FERIAREG.

       FD CADESPEC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGESPEC.DAT".
           COPY ESPEREG.

       FD CADFILA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGFILA.DAT".
           COPY FILAREG.

       FD RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELOCUPA.LST".
       01 LINHA-RELATORIO PIC X(100).

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

       77 ST-ERRO PIC X(02) VALUE "00".
       77 ST-ERRO-AGD PIC X(02) VALUE "00".
       77 ST-ERRO-DIS PIC X(02) VALUE "00".
       77 ST-ERRO-BLQ PIC X(02) VALUE "00".
       77 ST-ERRO-FER PIC X(02) VALUE "00".
       77 ST-ERRO-ESP PIC X(02) VALUE "00".
       77 ST-ERRO-FIL PIC X(02) VALUE "00".
       77 ST-ERRO-REL PIC X(02) VALUE "00".
       77 WS-FIM PIC X(01) VALUE "N".
       77 WS-FIM-ESP PIC X(01) VALUE "N".
       77 WS-FIM-FIL PIC X(01) VALUE "N".
       77 WS-FIM-AGD PIC X(01) VALUE "N".
       77 WS-TEM-DISPO PIC X(01) VALUE "N".
       77 WS-TEM-BLOQ PIC X(01) VALUE "N".
       77 WS-TEM-FERIA PIC X(01) VALUE "N".
       77 WS-MES-REF PIC 9(06) VALUE ZEROS.

      * MEDICOS COLETADOS NUMA PASSADA PELO CADMEDICO, COM OS
      * CONTADORES DO MES, PARA DEPOIS SAIREM AGRUPADOS POR
      * ESPECIALIDADE
       77 WS-QTD-MEDICOS PIC 9(03) VALUE ZEROS.
       77 WS-IDX PIC 9(03) VALUE ZEROS.
       01 TAB-MEDICOS.
           02 MEDICO-ENT OCCURS 500 TIMES.
               03 TM-CRM PIC 9(06).
               03 TM-NOME PIC X(30).
               03 TM-ESPECIALIDADE PIC 9(02).
               03 TM-SITUACAO PIC X(01).
               03 TM-DATA-CORTE PIC 9(08).
               03 TM-OFERECIDOS PIC 9(05).
               03 TM-AGENDADAS PIC 9(05).
               03 TM-ATENDIDAS PIC 9(05).
               03 TM-FALTAS PIC 9(05).
               03 TM-CANCELADAS PIC 9(05).

      * PACIENTES EM ESPERA NO CADFILA, POR CODIGO DE ESPECIALIDADE
       01 TAB-FILA.
           02 TF-EM-ESPERA PIC 9(05) OCCURS 99 TIMES.

      * QUADRO DIA DA SEMANA (1 = DOMINGO ... 7 = SABADO) X HORA DO
      * DIA (INDICE = HORA + 1)
       01 TAB-GRADE.
           02 GRD-DIA OCCURS 7 TIMES.
               03 GRD-HORA OCCURS 24 TIMES.
                   04 GRD-OFERECIDOS PIC 9(05).
                   04 GRD-AGENDADAS PIC 9(05).
       77 WS-GRD-DIA PIC 9(01) VALUE ZEROS.
       77 WS-GRD-HORA PIC 9(02) VALUE ZEROS.
       77 WS-TIPO-QUADRO PIC X(01) VALUE SPACES.
       77 WS-LINHA-COM-DADOS PIC X(01) VALUE "N".

      * QUEBRA POR ESPECIALIDADE
       77 WS-ESP-IDX PIC 9(02) VALUE ZEROS.
       77 WS-ESP-SEM-CADASTRO PIC X(01) VALUE "N".
       77 WS-QTD-NO-GRUPO PIC 9(03) VALUE ZEROS.
       77 WS-ENTRA-NO-GRUPO PIC X(01) VALUE "N".
       01 WS-DESCR-GRUPO PIC X(30) VALUE SPACES.
       77 WS-FILA-GRUPO PIC 9(05) VALUE ZEROS.

       77 WS-S-OFERECIDOS PIC 9(06) VALUE ZEROS.
       77 WS-S-AGENDADAS PIC 9(06) VALUE ZEROS.
       77 WS-S-ATENDIDAS PIC 9(06) VALUE ZEROS.
       77 WS-S-FALTAS PIC 9(06) VALUE ZEROS.
       77 WS-S-CANCELADAS PIC 9(06) VALUE ZEROS.

       77 WS-T-OFERECIDOS PIC 9(06) VALUE ZEROS.
       77 WS-T-AGENDADAS PIC 9(06) VALUE ZEROS.
       77 WS-T-ATENDIDAS PIC 9(06) VALUE ZEROS.
       77 WS-T-FALTAS PIC 9(06) VALUE ZEROS.
       77 WS-T-CANCELADAS PIC 9(06) VALUE ZEROS.
       77 WS-T-FILA PIC 9(06) VALUE ZEROS.

       77 WS-CALC-OFERECIDOS PIC 9(06) VALUE ZEROS.
       77 WS-CALC-AGENDADAS PIC 9(06) VALUE ZEROS.
       77 WS-OCIOSOS PIC 9(06) VALUE ZEROS.
       77 WS-PRODUTO PIC 9(08) VALUE ZEROS.
       77 WS-PCT-OCUPA PIC 9(05) VALUE ZEROS.
       77 WS-RESTO PIC 9(06) VALUE ZEROS.

      * EXPANSAO DA ESCALA - MESMAS VARIAVEIS E REGRAS DO AGENDMED
       01 WS-DATA-CHAVE.
           02 WS-CH-ANO PIC 9(04) VALUE ZEROS.
           02 WS-CH-MES PIC 9(02) VALUE ZEROS.
           02 WS-CH-DIA PIC 9(02) VALUE ZEROS.
       01 WS-HORA-CONSULTA.
           02 WS-HH PIC 9(02) VALUE ZEROS.
           02 WS-MM PIC 9(02) VALUE ZEROS.
       77 WS-DIA-OK PIC X(01) VALUE "N".
       77 WS-BLOQUEADO PIC X(01) VALUE "N".
       77 WS-FIM-BLQ PIC X(01) VALUE "N".
       77 WS-GRADE-MIN PIC 9(04) VALUE ZEROS.
      * CALENDARIO DE FERIADOS: WS-HORA-FECHA ZEROS = FECHADO O DIA
      * INTEIRO, 2400 = DIA NORMAL
       77 WS-FERIADO PIC X(01) VALUE "N".
       77 WS-HORA-FECHA PIC 9(04) VALUE 2400.

       77 WS-DDS-DIA PIC 9(02) VALUE ZEROS.
       77 WS-DDS-MES PIC 9(02) VALUE ZEROS.
       77 WS-DDS-ANO PIC 9(04) VALUE ZEROS.
       77 WS-DDS-J PIC 9(04) VALUE ZEROS.
       77 WS-DDS-K PIC 9(04) VALUE ZEROS.
       77 WS-DDS-T1 PIC 9(04) VALUE ZEROS.
       77 WS-DDS-SOMA PIC 9(04) VALUE ZEROS.
       77 WS-DDS-QUOC PIC 9(04) VALUE ZEROS.
       77 WS-DDS-RESTO PIC 9(04) VALUE ZEROS.
       77 WS-DIA-SEMANA PIC 9(01) VALUE ZEROS.

       77 WS-DNM-MES PIC 9(02) VALUE ZEROS.
       77 WS-DNM-ANO PIC 9(04) VALUE ZEROS.
       77 WS-DNM-QUOC PIC 9(04) VALUE ZEROS.
       77 WS-DNM-RESTO PIC 9(04) VALUE ZEROS.
       77 WS-ULT-DIA-MES PIC 9(02) VALUE ZEROS.

       01 LINHA-CABECALHO.
           02 FILLER PIC X(51) VALUE
               "CAPACIDADE E OCUPACAO DA AGENDA - MES DE REFERENCIA".
           02 FILLER PIC X(01) VALUE SPACES.
           02 LC-MES PIC X(07).
           02 FILLER PIC X(41) VALUE SPACES.
       01 LINHA-BRANCO PIC X(100) VALUE SPACES.
       01 LINHA-TRACO PIC X(100) VALUE ALL "-".
       01 LINHA-ESPECIALIDADE.
           02 FILLER PIC X(15) VALUE "ESPECIALIDADE: ".
           02 LE-DESCRICAO PIC X(30).
           02 FILLER PIC X(55) VALUE SPACES.
       01 LINHA-TITULO.
           02 FILLER PIC X(39) VALUE "CRM     NOME".
           02 FILLER PIC X(06) VALUE " OFER".
           02 FILLER PIC X(06) VALUE "AGEND".
           02 FILLER PIC X(06) VALUE "ATEND".
           02 FILLER PIC X(06) VALUE "FALTA".
           02 FILLER PIC X(06) VALUE " CANC".
           02 FILLER PIC X(06) VALUE "OCIOS".
           02 FILLER PIC X(25) VALUE "%OCUP".
       01 LINHA-DETALHE.
           02 LD-CRM PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-NOME PIC X(30).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-OFERECIDOS PIC ZZZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-AGENDADAS PIC ZZZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-ATENDIDAS PIC ZZZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-FALTAS PIC ZZZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-CANCELADAS PIC ZZZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-OCIOSOS PIC ZZZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-PCT-OCUPA PIC ZZ9.
           02 FILLER PIC X(01) VALUE "%".
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-OBS PIC X(18).
       01 LINHA-TOTAL.
           02 LT-TEXTO PIC X(38).
           02 LT-OFERECIDOS PIC ZZZZZ9.
           02 LT-AGENDADAS PIC ZZZZZ9.
           02 LT-ATENDIDAS PIC ZZZZZ9.
           02 LT-FALTAS PIC ZZZZZ9.
           02 LT-CANCELADAS PIC ZZZZZ9.
           02 LT-OCIOSOS PIC ZZZZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 LT-PCT-OCUPA PIC ZZ9.
           02 FILLER PIC X(01) VALUE "%".
           02 FILLER PIC X(20) VALUE SPACES.
       01 LINHA-FILA.
           02 FILLER PIC X(38) VALUE
               "  PACIENTES EM ESPERA NO CADFILA......".
           02 LF-FILA PIC ZZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LF-AVISO PIC X(54).
       01 LINHA-QUADRO-TITULO.
           02 LQT-TEXTO PIC X(40).
           02 FILLER PIC X(60) VALUE SPACES.
       01 LINHA-QUADRO-DIAS.
           02 FILLER PIC X(05) VALUE "HORA".
           02 FILLER PIC X(08) VALUE "     DOM".
           02 FILLER PIC X(08) VALUE "     SEG".
           02 FILLER PIC X(08) VALUE "     TER".
           02 FILLER PIC X(08) VALUE "     QUA".
           02 FILLER PIC X(08) VALUE "     QUI".
           02 FILLER PIC X(08) VALUE "     SEX".
           02 FILLER PIC X(08) VALUE "     SAB".
           02 FILLER PIC X(39) VALUE SPACES.
       01 LINHA-QUADRO.
           02 LQ-HORA PIC X(05).
           02 LQ-CELULA OCCURS 7 TIMES.
               03 FILLER PIC X(03).
               03 LQ-VALOR PIC ZZZZ9.
           02 FILLER PIC X(39).

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
           OPEN INPUT CADMEDICO.
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADMEDICO: " ST-ERRO
               GO TO R-FIM
           END-IF.

           OPEN INPUT CADAGENDA.
           IF ST-ERRO-AGD NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADAGENDA: " ST-ERRO-AGD
               CLOSE CADMEDICO
               GO TO R-FIM
           END-IF.

           MOVE "S" TO WS-TEM-DISPO.
           OPEN INPUT CADDISPO.
           IF ST-ERRO-DIS NOT = "00"
               MOVE "N" TO WS-TEM-DISPO
           END-IF.

           MOVE "S" TO WS-TEM-BLOQ.
           OPEN INPUT CADBLOQ.
           IF ST-ERRO-BLQ NOT = "00"
               MOVE "N" TO WS-TEM-BLOQ
           END-IF.

           MOVE "S" TO WS-TEM-FERIA.
           OPEN INPUT CADFERIA.
           IF ST-ERRO-FER NOT = "00"
               MOVE "N" TO WS-TEM-FERIA
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
               CLOSE CADMEDICO
               CLOSE CADAGENDA
               GO TO R-FIM
           END-IF.

           PERFORM CRIA-TABELA-ESPECIALIADES.
           PERFORM R-CONTA-FILA.

           IF WS-PRM-LOTE = "S"
               MOVE WS-PRM-MES TO WS-MES-REF
           ELSE
               DISPLAY "MES DE REFERENCIA (AAAAMM): "
               ACCEPT WS-MES-REF
           END-IF.
           MOVE WS-MES-REF(5:2) TO WS-DNM-MES.
           MOVE WS-MES-REF(1:4) TO WS-DNM-ANO.
           PERFORM R-DIAS-NO-MES.

           MOVE ZEROS TO TAB-GRADE.
           PERFORM R-COLETA-MEDICOS.

           MOVE ZEROS TO WS-IDX.
           PERFORM R-CALCULA-MEDICO
               UNTIL WS-IDX >= WS-QTD-MEDICOS.

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

           MOVE "N" TO WS-ESP-SEM-CADASTRO.
           MOVE ZEROS TO WS-ESP-IDX.
           PERFORM R-IMPRIME-ESPECIALIDADE
               UNTIL WS-ESP-IDX >= WS-QTD-ESPECIALIDADES.
      * MEDICO COM CODIGO DE ESPECIALIDADE FORA DO CADESPEC
           MOVE "S" TO WS-ESP-SEM-CADASTRO.
           PERFORM R-IMPRIME-GRUPO.

           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAIS DO MES" TO LT-TEXTO.
           MOVE WS-T-OFERECIDOS TO WS-CALC-OFERECIDOS.
           MOVE WS-T-AGENDADAS TO WS-CALC-AGENDADAS.
           PERFORM R-CALCULA-OCUPACAO.
           MOVE WS-T-OFERECIDOS TO LT-OFERECIDOS.
           MOVE WS-T-AGENDADAS TO LT-AGENDADAS.
           MOVE WS-T-ATENDIDAS TO LT-ATENDIDAS.
           MOVE WS-T-FALTAS TO LT-FALTAS.
           MOVE WS-T-CANCELADAS TO LT-CANCELADAS.
           MOVE WS-OCIOSOS TO LT-OCIOSOS.
           MOVE WS-PCT-OCUPA TO LT-PCT-OCUPA.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LF-AVISO.
           MOVE WS-T-FILA TO LF-FILA.
           MOVE LINHA-FILA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE "O" TO WS-TIPO-QUADRO.
           PERFORM R-IMPRIME-QUADRO.
           MOVE "A" TO WS-TIPO-QUADRO.
           PERFORM R-IMPRIME-QUADRO.
           MOVE "P" TO WS-TIPO-QUADRO.
           PERFORM R-IMPRIME-QUADRO.

           DISPLAY "MEDICOS NO RELATORIO.........: " WS-QTD-MEDICOS.
           DISPLAY "HORARIOS OFERECIDOS..........: " WS-T-OFERECIDOS.
           DISPLAY "CONSULTAS AGENDADAS..........: " WS-T-AGENDADAS.
           DISPLAY "RELATORIO GRAVADO EM RELOCUPA.LST".

           CLOSE CADMEDICO.
           CLOSE CADAGENDA.
           IF WS-TEM-DISPO = "S"
               CLOSE CADDISPO
           END-IF.
           IF WS-TEM-BLOQ = "S"
               CLOSE CADBLOQ
           END-IF.
           IF WS-TEM-FERIA = "S"
               CLOSE CADFERIA
           END-IF.
           CLOSE RELATORIO.
           MOVE ZERO TO RETURN-CODE.
           GO TO R-FIM.

      *
      **********************
      * FILA DE ESPERA POR ESPECIALIDADE *
      **********************
      *
       R-CONTA-FILA.
           MOVE ZEROS TO TAB-FILA.
           OPEN INPUT CADFILA.
           IF ST-ERRO-FIL = "00"
               MOVE "N" TO WS-FIM-FIL
               PERFORM R-LER-FILA
               PERFORM R-SOMA-FILA UNTIL WS-FIM-FIL = "S"
               CLOSE CADFILA
           END-IF.

       R-LER-FILA.
           READ CADFILA
               AT END
                   MOVE "S" TO WS-FIM-FIL
           END-READ.

       R-SOMA-FILA.
           IF FIL-SITUACAO = "E"
               AND FIL-ESPECIALIDADE >= 1 AND FIL-ESPECIALIDADE <= 99
               ADD 1 TO TF-EM-ESPERA(FIL-ESPECIALIDADE)
           END-IF.
           PERFORM R-LER-FILA.

      *
      **********************
      * PASSADA 1 - COLETA DOS MEDICOS *
      **********************
      *
       R-COLETA-MEDICOS.
           MOVE ZEROS TO CRM.
           MOVE "N" TO WS-FIM.
           START CADMEDICO KEY IS NOT LESS THAN CRM
               INVALID KEY
                   MOVE "S" TO WS-FIM
           END-START.
           IF WS-FIM NOT = "S"
               PERFORM R-LER-PROXIMO-MEDICO
           END-IF.
           PERFORM R-GUARDA-MEDICO UNTIL WS-FIM = "S".

       R-LER-PROXIMO-MEDICO.
           READ CADMEDICO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO NOT = "00"
               DISPLAY "ERRO DE LEITURA NO CADMEDICO: " ST-ERRO
               MOVE "S" TO WS-FIM
           END-IF.

      * DATA-SITUACAO VEM EM DDMMAAAA E E GUARDADA EM AAAAMMDD PARA
      * COMPARAR COM AS DATAS DA AGENDA
       R-GUARDA-MEDICO.
           IF WS-QTD-MEDICOS < 500
               ADD 1 TO WS-QTD-MEDICOS
               MOVE CRM TO TM-CRM(WS-QTD-MEDICOS)
               MOVE NOME TO TM-NOME(WS-QTD-MEDICOS)
               MOVE ESPECIALIDADE TO TM-ESPECIALIDADE(WS-QTD-MEDICOS)
               MOVE SITUACAO TO TM-SITUACAO(WS-QTD-MEDICOS)
               MOVE ZEROS TO TM-DATA-CORTE(WS-QTD-MEDICOS)
               IF SITUACAO NOT = "A"
                   MOVE DATA-SITUACAO(5:4)
                       TO TM-DATA-CORTE(WS-QTD-MEDICOS)(1:4)
                   MOVE DATA-SITUACAO(3:2)
                       TO TM-DATA-CORTE(WS-QTD-MEDICOS)(5:2)
                   MOVE DATA-SITUACAO(1:2)
                       TO TM-DATA-CORTE(WS-QTD-MEDICOS)(7:2)
               END-IF
               MOVE ZEROS TO TM-OFERECIDOS(WS-QTD-MEDICOS)
                   TM-AGENDADAS(WS-QTD-MEDICOS)
                   TM-ATENDIDAS(WS-QTD-MEDICOS)
                   TM-FALTAS(WS-QTD-MEDICOS)
                   TM-CANCELADAS(WS-QTD-MEDICOS)
           ELSE
               DISPLAY "TABELA DE MEDICOS CHEIA - CRM IGNORADO: " CRM
           END-IF.
           PERFORM R-LER-PROXIMO-MEDICO.

      *
      **********************
      * PASSADA 2 - HORARIOS OFERECIDOS E CONSULTAS DO MES *
      **********************
      *
       R-CALCULA-MEDICO.
           ADD 1 TO WS-IDX.
           MOVE TM-CRM(WS-IDX) TO AGD-CRM.
           PERFORM R-LE-DISPO.
           IF DIS-INTERVALO = ZEROS
               MOVE 30 TO DIS-INTERVALO
           END-IF.
           MOVE WS-MES-REF(1:4) TO WS-CH-ANO.
           MOVE WS-MES-REF(5:2) TO WS-CH-MES.
           MOVE ZEROS TO WS-CH-DIA.
           PERFORM R-EXPANDE-DIA
               UNTIL WS-CH-DIA >= WS-ULT-DIA-MES.

           MOVE TM-CRM(WS-IDX) TO AGD-CRM.
           MOVE WS-MES-REF TO AGD-DATA(1:6).
           MOVE "01" TO AGD-DATA(7:2).
           MOVE ZEROS TO AGD-HORA.
           MOVE "N" TO WS-FIM-AGD.
           START CADAGENDA KEY IS NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-AGD
           END-START.
           IF WS-FIM-AGD NOT = "S"
               PERFORM R-LER-CONSULTA
           END-IF.
           PERFORM R-CONTA-CONSULTA UNTIL WS-FIM-AGD = "S".

      * MEDICO INATIVO NAO OFERECE HORARIO A PARTIR DA DATA DA
      * SITUACAO (NEM NO MES INTEIRO SE A DATA NAO FOI INFORMADA)
       R-EXPANDE-DIA.
           ADD 1 TO WS-CH-DIA.
           PERFORM R-TESTA-DIA-ATENDE.
           IF WS-DIA-OK = "S" AND TM-SITUACAO(WS-IDX) NOT = "A"
               IF TM-DATA-CORTE(WS-IDX) = ZEROS
                   OR WS-DATA-CHAVE NOT < TM-DATA-CORTE(WS-IDX)
                   MOVE "N" TO WS-DIA-OK
               END-IF
           END-IF.
           IF WS-DIA-OK = "S"
               DIVIDE DIS-HORA-INICIO BY 100 GIVING WS-HH
                   REMAINDER WS-MM
               PERFORM R-CONTA-HORARIO
                   UNTIL WS-HORA-CONSULTA > DIS-HORA-FIM
                   OR WS-HORA-CONSULTA NOT < WS-HORA-FECHA
           END-IF.

       R-CONTA-HORARIO.
           ADD 1 TO TM-OFERECIDOS(WS-IDX).
           ADD 1 TO GRD-OFERECIDOS(WS-DIA-SEMANA, WS-HH + 1).
           MULTIPLY WS-HH BY 60 GIVING WS-GRADE-MIN.
           ADD WS-MM TO WS-GRADE-MIN.
           ADD DIS-INTERVALO TO WS-GRADE-MIN.
           DIVIDE WS-GRADE-MIN BY 60 GIVING WS-HH
               REMAINDER WS-MM.

       R-LER-CONSULTA.
           READ CADAGENDA NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-AGD
           END-READ.
           IF WS-FIM-AGD NOT = "S" AND ST-ERRO-AGD NOT = "00"
               DISPLAY "ERRO DE LEITURA NO CADAGENDA: " ST-ERRO-AGD
               MOVE "S" TO WS-FIM-AGD
           END-IF.
           IF WS-FIM-AGD NOT = "S"
               IF AGD-CRM NOT = TM-CRM(WS-IDX)
                   OR AGD-DATA(1:6) NOT = WS-MES-REF
                   MOVE "S" TO WS-FIM-AGD
               END-IF
           END-IF.

      * AGENDADAS = TUDO QUE OCUPA O HORARIO (MARCADAS AINDA SEM
      * RESULTADO, ATENDIDAS E FALTAS); CANCELADA LIBERA O HORARIO
       R-CONTA-CONSULTA.
           EVALUATE AGD-SITUACAO
               WHEN "C"
               WHEN "X"
                   ADD 1 TO TM-CANCELADAS(WS-IDX)
               WHEN OTHER
                   ADD 1 TO TM-AGENDADAS(WS-IDX)
                   IF AGD-SITUACAO = "A"
                       ADD 1 TO TM-ATENDIDAS(WS-IDX)
                   END-IF
                   IF AGD-SITUACAO = "F"
                       ADD 1 TO TM-FALTAS(WS-IDX)
                   END-IF
                   MOVE AGD-DATA(7:2) TO WS-DDS-DIA
                   MOVE AGD-DATA(5:2) TO WS-DDS-MES
                   MOVE AGD-DATA(1:4) TO WS-DDS-ANO
                   PERFORM R-DIA-DA-SEMANA
                   DIVIDE AGD-HORA BY 100 GIVING WS-GRD-HORA
                   IF WS-GRD-HORA < 24
                       ADD 1 TO GRD-AGENDADAS(WS-DIA-SEMANA,
                           WS-GRD-HORA + 1)
                   END-IF
           END-EVALUATE.
           PERFORM R-LER-CONSULTA.

      *
      **********************
      * IMPRESSAO POR ESPECIALIDADE *
      **********************
      *
       R-IMPRIME-ESPECIALIDADE.
           ADD 1 TO WS-ESP-IDX.
           PERFORM R-IMPRIME-GRUPO.

      * UM GRUPO SO SAI SE TIVER MEDICO COM MOVIMENTO NO MES OU
      * PACIENTE ESPERANDO NA FILA
       R-IMPRIME-GRUPO.
           MOVE ZEROS TO WS-S-OFERECIDOS WS-S-AGENDADAS WS-S-ATENDIDAS
               WS-S-FALTAS WS-S-CANCELADAS.
           MOVE ZEROS TO WS-QTD-NO-GRUPO.
           MOVE ZEROS TO WS-FILA-GRUPO.
           IF WS-ESP-SEM-CADASTRO = "S"
               MOVE "ESPECIALIDADE NAO CADASTRADA" TO WS-DESCR-GRUPO
           ELSE
               MOVE ESPECIALIDADE-PONTEIRO(WS-ESP-IDX)
                   TO WS-DESCR-GRUPO
               MOVE TF-EM-ESPERA(WS-ESP-IDX) TO WS-FILA-GRUPO
           END-IF.

           MOVE ZEROS TO WS-IDX.
           PERFORM R-TESTA-MEDICO-GRUPO
               UNTIL WS-IDX >= WS-QTD-MEDICOS.

           IF WS-QTD-NO-GRUPO NOT = ZEROS OR WS-FILA-GRUPO NOT = ZEROS
               PERFORM R-IMPRIME-SUBTOTAL
           END-IF.

       R-TESTA-MEDICO-GRUPO.
           ADD 1 TO WS-IDX.
           MOVE "N" TO WS-ENTRA-NO-GRUPO.
           IF WS-ESP-SEM-CADASTRO = "S"
               IF TM-ESPECIALIDADE(WS-IDX) < 1
                   OR TM-ESPECIALIDADE(WS-IDX) > WS-QTD-ESPECIALIDADES
                   MOVE "S" TO WS-ENTRA-NO-GRUPO
               END-IF
           ELSE
               IF TM-ESPECIALIDADE(WS-IDX) = WS-ESP-IDX
                   MOVE "S" TO WS-ENTRA-NO-GRUPO
               END-IF
           END-IF.
           IF WS-ENTRA-NO-GRUPO = "S"
               IF TM-OFERECIDOS(WS-IDX) NOT = ZEROS
                   OR TM-AGENDADAS(WS-IDX) NOT = ZEROS
                   OR TM-CANCELADAS(WS-IDX) NOT = ZEROS
                   PERFORM R-IMPRIME-MEDICO
               END-IF
           END-IF.

       R-IMPRIME-MEDICO.
           IF WS-QTD-NO-GRUPO = ZEROS
               PERFORM R-IMPRIME-CABECALHO-GRUPO
           END-IF.
           ADD 1 TO WS-QTD-NO-GRUPO.

           MOVE TM-CRM(WS-IDX) TO LD-CRM.
           MOVE TM-NOME(WS-IDX) TO LD-NOME.
           MOVE TM-OFERECIDOS(WS-IDX) TO WS-CALC-OFERECIDOS.
           MOVE TM-AGENDADAS(WS-IDX) TO WS-CALC-AGENDADAS.
           PERFORM R-CALCULA-OCUPACAO.
           MOVE TM-OFERECIDOS(WS-IDX) TO LD-OFERECIDOS.
           MOVE TM-AGENDADAS(WS-IDX) TO LD-AGENDADAS.
           MOVE TM-ATENDIDAS(WS-IDX) TO LD-ATENDIDAS.
           MOVE TM-FALTAS(WS-IDX) TO LD-FALTAS.
           MOVE TM-CANCELADAS(WS-IDX) TO LD-CANCELADAS.
           MOVE WS-OCIOSOS TO LD-OCIOSOS.
           MOVE WS-PCT-OCUPA TO LD-PCT-OCUPA.
           MOVE SPACES TO LD-OBS.
           IF TM-SITUACAO(WS-IDX) NOT = "A"
               MOVE "(INATIVO)" TO LD-OBS
           END-IF.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           ADD TM-OFERECIDOS(WS-IDX) TO WS-S-OFERECIDOS.
           ADD TM-AGENDADAS(WS-IDX) TO WS-S-AGENDADAS.
           ADD TM-ATENDIDAS(WS-IDX) TO WS-S-ATENDIDAS.
           ADD TM-FALTAS(WS-IDX) TO WS-S-FALTAS.
           ADD TM-CANCELADAS(WS-IDX) TO WS-S-CANCELADAS.

       R-IMPRIME-CABECALHO-GRUPO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-DESCR-GRUPO TO LE-DESCRICAO.
           MOVE LINHA-ESPECIALIDADE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      * A FILA SO E COMPARADA COM OS HORARIOS OCIOSOS: SE HA MAIS
      * GENTE ESPERANDO DO QUE HORARIO SOBRANDO, A PROCURA SUPERA A
      * OFERTA DA ESPECIALIDADE
       R-IMPRIME-SUBTOTAL.
           IF WS-QTD-NO-GRUPO = ZEROS
               PERFORM R-IMPRIME-CABECALHO-GRUPO
               MOVE "  (NENHUM MEDICO COM AGENDA NO MES)"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE "  SUBTOTAL DA ESPECIALIDADE" TO LT-TEXTO.
           MOVE WS-S-OFERECIDOS TO WS-CALC-OFERECIDOS.
           MOVE WS-S-AGENDADAS TO WS-CALC-AGENDADAS.
           PERFORM R-CALCULA-OCUPACAO.
           MOVE WS-S-OFERECIDOS TO LT-OFERECIDOS.
           MOVE WS-S-AGENDADAS TO LT-AGENDADAS.
           MOVE WS-S-ATENDIDAS TO LT-ATENDIDAS.
           MOVE WS-S-FALTAS TO LT-FALTAS.
           MOVE WS-S-CANCELADAS TO LT-CANCELADAS.
           MOVE WS-OCIOSOS TO LT-OCIOSOS.
           MOVE WS-PCT-OCUPA TO LT-PCT-OCUPA.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LF-AVISO.
           IF WS-ESP-SEM-CADASTRO NOT = "S"
               IF WS-FILA-GRUPO > WS-OCIOSOS
                   MOVE "** FILA MAIOR QUE OS HORARIOS OCIOSOS **"
                       TO LF-AVISO
               END-IF
               MOVE WS-FILA-GRUPO TO LF-FILA
               MOVE LINHA-FILA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

           ADD WS-S-OFERECIDOS TO WS-T-OFERECIDOS.
           ADD WS-S-AGENDADAS TO WS-T-AGENDADAS.
           ADD WS-S-ATENDIDAS TO WS-T-ATENDIDAS.
           ADD WS-S-FALTAS TO WS-T-FALTAS.
           ADD WS-S-CANCELADAS TO WS-T-CANCELADAS.
           ADD WS-FILA-GRUPO TO WS-T-FILA.

      * OCIOSOS NAO FICA NEGATIVO QUANDO HA CONSULTA MARCADA FORA
      * DA ESCALA ATUAL; A OCUPACAO PASSA DE 100% NESSE CASO
       R-CALCULA-OCUPACAO.
           MOVE ZEROS TO WS-OCIOSOS WS-PCT-OCUPA.
           IF WS-CALC-OFERECIDOS > WS-CALC-AGENDADAS
               SUBTRACT WS-CALC-AGENDADAS FROM WS-CALC-OFERECIDOS
                   GIVING WS-OCIOSOS
           END-IF.
           IF WS-CALC-OFERECIDOS NOT = ZEROS
               MULTIPLY WS-CALC-AGENDADAS BY 100 GIVING WS-PRODUTO
               DIVIDE WS-PRODUTO BY WS-CALC-OFERECIDOS
                   GIVING WS-PCT-OCUPA REMAINDER WS-RESTO
               IF WS-PCT-OCUPA > 999
                   MOVE 999 TO WS-PCT-OCUPA
               END-IF
           END-IF.

      *
      **********************
      * QUADRO DIA DA SEMANA X HORA DO DIA *
      **********************
      *
      * WS-TIPO-QUADRO: O = OFERECIDOS, A = AGENDADAS, P = OCUPACAO
       R-IMPRIME-QUADRO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-QUADRO-TITULO.
           EVALUATE WS-TIPO-QUADRO
               WHEN "O"
                   MOVE "HORARIOS OFERECIDOS POR DIA E HORA"
                       TO LQT-TEXTO
               WHEN "A"
                   MOVE "CONSULTAS AGENDADAS POR DIA E HORA"
                       TO LQT-TEXTO
               WHEN OTHER
                   MOVE "OCUPACAO (%) POR DIA E HORA" TO LQT-TEXTO
           END-EVALUATE.
           MOVE LINHA-QUADRO-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-QUADRO-DIAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO WS-GRD-HORA.
           PERFORM R-IMPRIME-LINHA-QUADRO UNTIL WS-GRD-HORA >= 24.

      * SO SAEM AS HORAS COM ALGUM HORARIO OFERECIDO OU AGENDADO
       R-IMPRIME-LINHA-QUADRO.
           MOVE SPACES TO LINHA-QUADRO.
           MOVE "N" TO WS-LINHA-COM-DADOS.
           STRING
               WS-GRD-HORA DELIMITED BY SIZE
               ":00"       DELIMITED BY SIZE
               INTO LQ-HORA
           END-STRING.
           MOVE ZEROS TO WS-GRD-DIA.
           PERFORM R-MONTA-CELULA UNTIL WS-GRD-DIA >= 7.
           IF WS-LINHA-COM-DADOS = "S"
               MOVE LINHA-QUADRO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-GRD-HORA.

       R-MONTA-CELULA.
           ADD 1 TO WS-GRD-DIA.
           IF GRD-OFERECIDOS(WS-GRD-DIA, WS-GRD-HORA + 1) NOT = ZEROS
               OR GRD-AGENDADAS(WS-GRD-DIA, WS-GRD-HORA + 1)
                   NOT = ZEROS
               MOVE "S" TO WS-LINHA-COM-DADOS
           END-IF.
           EVALUATE WS-TIPO-QUADRO
               WHEN "O"
                   MOVE GRD-OFERECIDOS(WS-GRD-DIA, WS-GRD-HORA + 1)
                       TO LQ-VALOR(WS-GRD-DIA)
               WHEN "A"
                   MOVE GRD-AGENDADAS(WS-GRD-DIA, WS-GRD-HORA + 1)
                       TO LQ-VALOR(WS-GRD-DIA)
               WHEN OTHER
                   MOVE GRD-OFERECIDOS(WS-GRD-DIA, WS-GRD-HORA + 1)
                       TO WS-CALC-OFERECIDOS
                   MOVE GRD-AGENDADAS(WS-GRD-DIA, WS-GRD-HORA + 1)
                       TO WS-CALC-AGENDADAS
                   PERFORM R-CALCULA-OCUPACAO
                   MOVE WS-PCT-OCUPA TO LQ-VALOR(WS-GRD-DIA)
           END-EVALUATE.

      *
      **********************
      * ESCALA, BLOQUEIOS E FERIADOS (MESMAS REGRAS DO AGENDMED) *
      **********************
      *
       R-LE-DISPO.
           IF WS-TEM-DISPO = "S"
               MOVE AGD-CRM TO DIS-CRM
               READ CADDISPO
           ELSE
               MOVE "23" TO ST-ERRO-DIS
           END-IF.
           IF ST-ERRO-DIS NOT = "00"
               MOVE AGD-CRM TO DIS-CRM
               MOVE ALL "S" TO DIS-DIAS-SEMANA
               MOVE 0800 TO DIS-HORA-INICIO
               MOVE 1730 TO DIS-HORA-FIM
               MOVE 30 TO DIS-INTERVALO
           END-IF.

       R-TESTA-DIA-ATENDE.
           MOVE "S" TO WS-DIA-OK.
           MOVE "N" TO WS-FERIADO.
           MOVE 2400 TO WS-HORA-FECHA.
           MOVE WS-CH-DIA TO WS-DDS-DIA.
           MOVE WS-CH-MES TO WS-DDS-MES.
           MOVE WS-CH-ANO TO WS-DDS-ANO.
           PERFORM R-DIA-DA-SEMANA.
           IF DIS-DIA-SEMANA(WS-DIA-SEMANA) NOT = "S"
               MOVE "N" TO WS-DIA-OK
           END-IF.
           IF WS-DIA-OK = "S"
               PERFORM R-TESTA-BLOQUEIO
               IF WS-BLOQUEADO = "S"
                   MOVE "N" TO WS-DIA-OK
               END-IF
           END-IF.
           IF WS-DIA-OK = "S"
               PERFORM R-TESTA-FERIADO
               IF WS-FERIADO = "S" AND WS-HORA-FECHA = ZEROS
                   MOVE "N" TO WS-DIA-OK
               END-IF
           END-IF.

       R-TESTA-FERIADO.
           MOVE "N" TO WS-FERIADO.
           MOVE 2400 TO WS-HORA-FECHA.
           IF WS-TEM-FERIA = "S"
               MOVE WS-DATA-CHAVE TO FER-DATA
               READ CADFERIA
               IF ST-ERRO-FER = "00"
                   MOVE "S" TO WS-FERIADO
                   MOVE FER-HORA-FECHA TO WS-HORA-FECHA
               END-IF
           END-IF.

       R-TESTA-BLOQUEIO.
           MOVE "N" TO WS-BLOQUEADO.
           IF WS-TEM-BLOQ = "S"
               MOVE AGD-CRM TO BLQ-CRM
               MOVE ZEROS TO BLQ-DATA-INI
               MOVE "N" TO WS-FIM-BLQ
               START CADBLOQ KEY IS NOT LESS THAN BLQ-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-BLQ
               END-START
               IF WS-FIM-BLQ NOT = "S"
                   PERFORM R-LER-PROXIMO-BLOQUEIO
               END-IF
               PERFORM R-TESTA-PERIODO-BLOQ UNTIL WS-FIM-BLQ = "S"
           END-IF.

       R-LER-PROXIMO-BLOQUEIO.
           READ CADBLOQ NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-BLQ
           END-READ.
           IF WS-FIM-BLQ NOT = "S" AND ST-ERRO-BLQ NOT = "00"
               MOVE "S" TO WS-FIM-BLQ
           END-IF.

       R-TESTA-PERIODO-BLOQ.
           IF BLQ-CRM NOT = AGD-CRM
               OR BLQ-DATA-INI > WS-DATA-CHAVE
               MOVE "S" TO WS-FIM-BLQ
           ELSE
               IF WS-DATA-CHAVE NOT > BLQ-DATA-FIM
                   MOVE "S" TO WS-BLOQUEADO
                   MOVE "S" TO WS-FIM-BLQ
               ELSE
                   PERFORM R-LER-PROXIMO-BLOQUEIO
               END-IF
           END-IF.

      * DIA DA SEMANA PELA CONGRUENCIA DE ZELLER, NO MESMO INDICE
      * DA ESCALA (1 = DOMINGO ... 7 = SABADO)
       R-DIA-DA-SEMANA.
           IF WS-DDS-MES <= 2
               ADD 12 TO WS-DDS-MES
               SUBTRACT 1 FROM WS-DDS-ANO
           END-IF.
           DIVIDE WS-DDS-ANO BY 100 GIVING WS-DDS-J
               REMAINDER WS-DDS-K.
           ADD 1 WS-DDS-MES GIVING WS-DDS-T1.
           MULTIPLY 13 BY WS-DDS-T1 GIVING WS-DDS-T1.
           DIVIDE WS-DDS-T1 BY 5 GIVING WS-DDS-T1
               REMAINDER WS-DDS-RESTO.
           MOVE WS-DDS-DIA TO WS-DDS-SOMA.
           ADD WS-DDS-T1 TO WS-DDS-SOMA.
           ADD WS-DDS-K TO WS-DDS-SOMA.
           DIVIDE WS-DDS-K BY 4 GIVING WS-DDS-QUOC
               REMAINDER WS-DDS-RESTO.
           ADD WS-DDS-QUOC TO WS-DDS-SOMA.
           DIVIDE WS-DDS-J BY 4 GIVING WS-DDS-QUOC
               REMAINDER WS-DDS-RESTO.
           ADD WS-DDS-QUOC TO WS-DDS-SOMA.
           MULTIPLY WS-DDS-J BY 5 GIVING WS-DDS-QUOC.
           ADD WS-DDS-QUOC TO WS-DDS-SOMA.
           DIVIDE WS-DDS-SOMA BY 7 GIVING WS-DDS-QUOC
               REMAINDER WS-DDS-RESTO.
      * NA FORMULA 0 = SABADO, 1 = DOMINGO ... 6 = SEXTA
           IF WS-DDS-RESTO = 0
               MOVE 7 TO WS-DIA-SEMANA
           ELSE
               MOVE WS-DDS-RESTO TO WS-DIA-SEMANA
           END-IF.

      *
      **********************
      * ULTIMO DIA DO MES, COM ANO BISSEXTO EM FEVEREIRO *
      **********************
      *
       R-DIAS-NO-MES.
           EVALUATE WS-DNM-MES
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-ULT-DIA-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-ULT-DIA-MES
               WHEN 02
                   MOVE 28 TO WS-ULT-DIA-MES
                   DIVIDE WS-DNM-ANO BY 4 GIVING WS-DNM-QUOC
                       REMAINDER WS-DNM-RESTO
                   IF WS-DNM-RESTO = ZEROS
                       MOVE 29 TO WS-ULT-DIA-MES
                       DIVIDE WS-DNM-ANO BY 100 GIVING WS-DNM-QUOC
                           REMAINDER WS-DNM-RESTO
                       IF WS-DNM-RESTO = ZEROS
                           DIVIDE WS-DNM-ANO BY 400 GIVING WS-DNM-QUOC
                               REMAINDER WS-DNM-RESTO
                           IF WS-DNM-RESTO NOT = ZEROS
                               MOVE 28 TO WS-ULT-DIA-MES
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 30 TO WS-ULT-DIA-MES
           END-EVALUATE.

      *
      **********************
      * CARGA DE TABELAS *
      **********************
      *
       CRIA-TABELA-ESPECIALIADES.
           MOVE 99 TO WS-QTD-ESPECIALIDADES.
           MOVE SPACES TO TABESPECIALIDADE.
           MOVE ZEROS TO WS-QTD-ESPECIALIDADES.
           OPEN INPUT CADESPEC.
           IF ST-ERRO-ESP NOT = "00"
               PERFORM R-SEMEAR-ESPECIALIDADES
               OPEN INPUT CADESPEC
           END-IF.
           PERFORM R-CARREGA-TODAS-ESPECIALIDADES.
           IF WS-QTD-ESPECIALIDADES = ZEROS
               CLOSE CADESPEC
               PERFORM R-SEMEAR-ESPECIALIDADES
               OPEN INPUT CADESPEC
               PERFORM R-CARREGA-TODAS-ESPECIALIDADES
           END-IF.
           CLOSE CADESPEC.

       R-CARREGA-TODAS-ESPECIALIDADES.
           MOVE "N" TO WS-FIM-ESP.
           PERFORM R-LER-ESPECIALIDADE.
           PERFORM R-CARREGA-ESPECIALIDADE UNTIL WS-FIM-ESP = "S".

       R-LER-ESPECIALIDADE.
           READ CADESPEC
               AT END
                   MOVE "S" TO WS-FIM-ESP
           END-READ.

       R-CARREGA-ESPECIALIDADE.
           IF ESP-CODIGO >= 1 AND ESP-CODIGO <= 99
               IF ESP-CODIGO > WS-QTD-ESPECIALIDADES
                   MOVE ESP-CODIGO TO WS-QTD-ESPECIALIDADES
               END-IF
               MOVE ESP-DESCRICAO TO ESPECIALIDADE-PONTEIRO(ESP-CODIGO)
           END-IF.
           PERFORM R-LER-ESPECIALIDADE.

       R-SEMEAR-ESPECIALIDADES.
           OPEN OUTPUT CADESPEC.
           MOVE 1 TO ESP-CODIGO.
           MOVE "CLINICA MEDICA" TO ESP-DESCRICAO.
           WRITE REGESPECIALIDADE.
           MOVE 2 TO ESP-CODIGO.
           MOVE "UROLOGIA" TO ESP-DESCRICAO.
           WRITE REGESPECIALIDADE.
           MOVE 3 TO ESP-CODIGO.
           MOVE "GINICOLOGISTA" TO ESP-DESCRICAO.
           WRITE REGESPECIALIDADE.
           MOVE 4 TO ESP-CODIGO.
           MOVE "PEDIATRIA" TO ESP-DESCRICAO.
           WRITE REGESPECIALIDADE.
           MOVE 5 TO ESP-CODIGO.
           MOVE "CARDIOLOGISTA" TO ESP-DESCRICAO.
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
           IF PRM-PROGRAMA = "RELOCUPA"
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
               MOVE "RELOCUPA" TO RES-PROGRAMA
               MOVE RETURN-CODE TO RES-RETORNO
               MOVE ZEROS TO RES-QTD-LIDOS
               MOVE WS-QTD-MEDICOS TO RES-QTD-GRAVADOS
               MOVE WS-MSG-LOTE TO RES-MENSAGEM
               WRITE REGRESLOTE
               CLOSE RESLOTE
           END-IF.

       R-FIM.
           IF WS-PRM-LOTE = "S"
               PERFORM R-GRAVA-RESULTADO
           END-IF.
           EXIT PROGRAM.
