      * CONSULTAS ANTIGAS SAEM COM O QUE FOI DIGITADO NA MARCACAO.
      * NA PARTIDA PERGUNTA SE OS MEDICOS INATIVOS TAMBEM DEVEM
      * SAIR (COMO NO RELESPEC).
      * DATA DO CALENDARIO DE FERIADOS DA CLINICA (CADFERIA, DO
      * PROGDISPO) SAI FECHADA: UM AVISO NO CABECALHO E EM CADA
      * MEDICO, SEM HORARIOS LIVRES A PARTIR DA HORA DE FECHAMENTO
      * (O DIA TODO NO FERIADO INTEIRO); CONSULTA QUE AINDA ESTIVER
      * MARCADA NESSES HORARIOS SAI COM O AVISO DE REMARCAR.
      * NA ROTINA NOTURNA (LOTENOT) A DATA E A PERGUNTA DOS INATIVOS
      * VEM DO PARAMLOTE.DAT: DATA (AAAAMMDD, OBRIGATORIO) E
      * INATIVOS (S/N, PADRAO N). NO LOTE A DATA QUE CAIR EM DOMINGO
      * OU FERIADO DE DIA INTEIRO PASSA PARA O DIA UTIL SEGUINTE, COMO
      * NO EXPAGEND, E O ESPELHO SAI DO MESMO DIA DOS LEMBRETES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS BLQ-CHAVE
           FILE STATUS IS ST-ERRO-BLQ.

       SELECT CADFERIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FER-DATA
           FILE STATUS IS ST-ERRO-FER.

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
           VALUE OF FILE-ID IS "REGBLOQ.DAT".
           COPY BLOQREG.

       FD CADFERIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGFERIA.DAT".
           COPY FERIAREG.

       FD RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELAGENDA.LST".
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
           COPY TABESPEC.
       01 WS-MOTIVO-BLOQUEIO PIC X(20) VALUE SPACES.
       77 WS-GRADE-MIN PIC 9(04) VALUE ZEROS.

      * CALENDARIO DE FERIADOS: WS-HORA-FECHA ZEROS = FECHADO O DIA
      * INTEIRO, 2400 = DIA NORMAL
       77 ST-ERRO-FER PIC X(02) VALUE "00".
       77 WS-TEM-FERIA PIC X(01) VALUE "N".
       77 WS-FERIADO PIC X(01) VALUE "N".
       77 WS-HORA-FECHA PIC 9(04) VALUE 2400.
       01 WS-FERIADO-DESCR PIC X(30) VALUE SPACES.
       01 WS-AVISO-FERIADO PIC X(80) VALUE SPACES.
       77 WS-IMPRIME-LINHA PIC X(01) VALUE "S".

       77 WS-DDS-DIA PIC 9(02) VALUE ZEROS.
       77 WS-DDS-MES PIC 9(02) VALUE ZEROS.
       77 WS-DDS-ANO PIC 9(04) VALUE ZEROS.
       77 WS-DDS-RESTO PIC 9(04) VALUE ZEROS.
       77 WS-DIA-SEMANA PIC 9(01) VALUE ZEROS.

       77 WS-DNM-MES PIC 9(02) VALUE ZEROS.
       77 WS-DNM-ANO PIC 9(04) VALUE ZEROS.
       77 WS-DNM-QUOC PIC 9(04) VALUE ZEROS.
       77 WS-DNM-RESTO PIC 9(04) VALUE ZEROS.
       77 WS-ULT-DIA-MES PIC 9(02) VALUE ZEROS.

       01 LINHA-CABECALHO.
           02 FILLER PIC X(29) VALUE
               "ESPELHO DIARIO DA AGENDA DE ".
           02 LD-DDD PIC X(02).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-FONE PIC X(09).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-AVISO PIC X(25).
       01 LINHA-TOTAL.
           02 LT-TEXTO PIC X(25) VALUE "CONSULTAS MARCADAS.......".
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
       77 WS-PRM-DATA PIC 9(08) VALUE ZEROS.
       77 WS-PRM-TEM-DATA PIC X(01) VALUE "N".
       77 WS-PRM-INATIVOS PIC X(01) VALUE "N".
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

           PERFORM CRIA-TABELA-ESPECIALIADES.

           IF WS-PRM-LOTE = "S"
               MOVE WS-PRM-DATA TO WS-DATA-DIA
               PERFORM R-AJUSTA-DIA-UTIL
               MOVE WS-PRM-INATIVOS TO WS-INCLUI-INATIVOS
           ELSE
               DISPLAY "DATA DO ESPELHO (AAAAMMDD): "
               ACCEPT WS-DATA-DIA
               DISPLAY "INCLUIR MEDICOS INATIVOS (S/N) ?: "
               ACCEPT WS-INCLUI-INATIVOS
           END-IF.
           IF WS-INCLUI-INATIVOS = "s"
               MOVE "S" TO WS-INCLUI-INATIVOS
           END-IF.
           MOVE LINHA-CABECALHO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM R-TESTA-FERIADO.
           IF WS-FERIADO = "S"
               MOVE WS-AVISO-FERIADO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

           MOVE ZEROS TO CRM.
           MOVE "N" TO WS-FIM.
           START CADMEDICO KEY IS NOT LESS THAN CRM
           IF WS-TEM-BLOQ = "S"
               CLOSE CADBLOQ
           END-IF.
           IF WS-TEM-FERIA = "S"
               CLOSE CADFERIA
           END-IF.
           CLOSE RELATORIO.
           MOVE ZERO TO RETURN-CODE.
           GO TO R-FIM.

       R-LER-PROXIMO-MEDICO.
               MOVE LINHA-DETALHE TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               IF WS-FERIADO = "S"
                   MOVE WS-AVISO-FERIADO TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
               DIVIDE DIS-HORA-INICIO BY 100 GIVING WS-HH
                   REMAINDER WS-MM
               MOVE "N" TO WS-FIM-GRADE
           MOVE WS-HORA-GRADE TO AGD-HORA.
           READ CADAGENDA.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE "S" TO WS-IMPRIME-LINHA.
           STRING
               WS-HH ":" WS-MM DELIMITED BY SIZE
               INTO LD-HORA
           END-STRING.
      * COM A CLINICA FECHADA O HORARIO NAO SAI COMO LIVRE, E A
      * CONSULTA QUE AINDA ESTIVER NELE SAI PARA REMARCAR
           EVALUATE ST-ERRO-AGD
               WHEN "00"
      * HORARIO DE CONSULTA CANCELADA VALE COMO LIVRE, COMO NA
      * BUSCA DE VAGA DO AGENDMED
                   IF AGD-SITUACAO = "C" OR AGD-SITUACAO = "X"
                       MOVE "LIVRE" TO LD-PACIENTE
                       IF WS-HORA-GRADE NOT < WS-HORA-FECHA
                           MOVE "N" TO WS-IMPRIME-LINHA
                       END-IF
                   ELSE
                       PERFORM R-MONTA-PACIENTE
                       ADD 1 TO WS-QTD-MARCADAS
                       IF WS-HORA-GRADE NOT < WS-HORA-FECHA
                           MOVE "** REMARCAR: FECHADO **" TO LD-AVISO
                       END-IF
                   END-IF
               WHEN "23"
                   MOVE "LIVRE" TO LD-PACIENTE
                   IF WS-HORA-GRADE NOT < WS-HORA-FECHA
                       MOVE "N" TO WS-IMPRIME-LINHA
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO DE LEITURA NO CADAGENDA: " ST-ERRO-AGD
                   MOVE "*** ERRO DE LEITURA ***" TO LD-PACIENTE
           END-EVALUATE.
           IF WS-IMPRIME-LINHA = "S"
               MOVE LINHA-DETALHE TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM R-AVANCA-GRADE.

      * NOME E TELEFONE SAEM DO CADPACIENTE QUANDO A CONSULTA TEM O
               END-IF
           END-IF.

      * FERIADO OU FECHAMENTO DA CLINICA NA DATA DO ESPELHO; O AVISO
      * SAI NO CABECALHO E NA PAGINA DE CADA MEDICO QUE ATENDERIA
       R-TESTA-FERIADO.
           MOVE "N" TO WS-FERIADO.
           MOVE 2400 TO WS-HORA-FECHA.
           MOVE SPACES TO WS-FERIADO-DESCR WS-AVISO-FERIADO.
           IF WS-TEM-FERIA = "S"
               MOVE WS-DATA-DIA TO FER-DATA
               READ CADFERIA
               IF ST-ERRO-FER = "00"
                   MOVE "S" TO WS-FERIADO
                   MOVE FER-HORA-FECHA TO WS-HORA-FECHA
                   MOVE FER-DESCRICAO TO WS-FERIADO-DESCR
               END-IF
           END-IF.
           IF WS-FERIADO = "S"
               IF WS-HORA-FECHA = ZEROS
                   STRING
                       "  *** CLINICA FECHADA: " DELIMITED BY SIZE
                       WS-FERIADO-DESCR          DELIMITED BY SIZE
                       " ***"                    DELIMITED BY SIZE
                       INTO WS-AVISO-FERIADO
                   END-STRING
               ELSE
                   STRING
                       "  *** CLINICA FECHA AS " DELIMITED BY SIZE
                       WS-HORA-FECHA(1:2)        DELIMITED BY SIZE
                       ":"                       DELIMITED BY SIZE
                       WS-HORA-FECHA(3:2)        DELIMITED BY SIZE
                       ": "                      DELIMITED BY SIZE
                       WS-FERIADO-DESCR          DELIMITED BY SIZE
                       " ***"                    DELIMITED BY SIZE
                       INTO WS-AVISO-FERIADO
                   END-STRING
               END-IF
           END-IF.

      *
      **********************
      * DIA UTIL NO LOTE - A PROPRIA DATA OU A SEGUINTE, PULANDO *
      * DOMINGO E FERIADO DE DIA INTEIRO *
      **********************
      *
      * MEIO EXPEDIENTE CONTA COMO DIA UTIL E SAI COM O AVISO DE
      * FECHAMENTO; SEM O CALENDARIO SO O DOMINGO E PULADO
       R-AJUSTA-DIA-UTIL.
           PERFORM R-ACHA-DIA-SEMANA.
           PERFORM R-TESTA-FERIADO.
           PERFORM R-PULA-DOMINGO
               UNTIL WS-DIA-SEMANA NOT = 1
                 AND (WS-FERIADO NOT = "S"
                   OR WS-HORA-FECHA NOT = ZEROS).

       R-PULA-DOMINGO.
           PERFORM R-AVANCA-DIA.
           PERFORM R-ACHA-DIA-SEMANA.
           PERFORM R-TESTA-FERIADO.

       R-AVANCA-DIA.
           ADD 1 TO WS-DIA-DIA.
           MOVE WS-DIA-MES TO WS-DNM-MES.
           MOVE WS-DIA-ANO TO WS-DNM-ANO.
           PERFORM R-DIAS-NO-MES.
           IF WS-DIA-DIA > WS-ULT-DIA-MES
               MOVE 01 TO WS-DIA-DIA
               ADD 1 TO WS-DIA-MES
           END-IF.
           IF WS-DIA-MES > 12
               MOVE 01 TO WS-DIA-MES
               ADD 1 TO WS-DIA-ANO
           END-IF.

       R-ACHA-DIA-SEMANA.
           MOVE WS-DIA-DIA TO WS-DDS-DIA.
           MOVE WS-DIA-MES TO WS-DDS-MES.
           MOVE WS-DIA-ANO TO WS-DDS-ANO.
           PERFORM R-DIA-DA-SEMANA.

      * DIA DA SEMANA PELA CONGRUENCIA DE ZELLER, NO MESMO INDICE
      * DA ESCALA (1 = DOMINGO ... 7 = SABADO)
       R-DIA-DA-SEMANA.
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
           IF WS-PRM-LOTE = "S" AND WS-PRM-TEM-DATA NOT = "S"
               DISPLAY "PARAMETRO DATA NAO INFORMADO NO PARAMLOTE.DAT"
               MOVE "PARAMETRO DATA NAO INFORMADO" TO WS-MSG-LOTE
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
           IF PRM-PROGRAMA = "RELAGENDA"
               MOVE "S" TO WS-PRM-LOTE
               EVALUATE PRM-NOME
                   WHEN "LOTE"
                       CONTINUE
                   WHEN "DATA"
                       IF PRM-VALOR(1:8) NUMERIC
                           AND PRM-VALOR(9:) = SPACES
                           MOVE PRM-VALOR(1:8) TO WS-PRM-DATA
                           MOVE "S" TO WS-PRM-TEM-DATA
                       ELSE
                           PERFORM R-PARAMETRO-INVALIDO
                       END-IF
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
               MOVE "RELAGENDA" TO RES-PROGRAMA
               MOVE RETURN-CODE TO RES-RETORNO
               MOVE WS-QTD-MEDICOS TO RES-QTD-LIDOS
               MOVE WS-QTD-MARCADAS TO RES-QTD-GRAVADOS
               MOVE WS-MSG-LOTE TO RES-MENSAGEM
               WRITE REGRESLOTE
               CLOSE RESLOTE
           END-IF.

       R-FIM.
           IF WS-PRM-LOTE = "S"
               PERFORM R-GRAVA-RESULTADO
           END-IF.
           EXIT PROGRAM.
