      * EXPORTACAO EM CSV DOS LEMBRETES DE CONSULTA PARA O SERVICO
      * DE LIGACAO/SMS CONTRATADO PELA CLINICA, NO PADRAO DO
      * EXPMEDIC. RECEBE NO CONSOLE A DATA ALVO (AAAAMMDD; ZEROS =
      * PROXIMO DIA UTIL, ISTO E, O DIA SEGUINTE PULANDO DOMINGO E
      * OS FERIADOS DE DIA INTEIRO DO CADFERIA DO PROGDISPO) E
      * GRAVA EM REMINDER.CSV UMA LINHA POR CONSULTA MARCADA DA
      * DATA: HORARIO, MEDICO E ROTULO DA ESPECIALIDADE (RESOLVIDOS
      * NO CADMEDICO E NO REGESPEC.DAT), NOME DO PACIENTE E
      * DDD+TELEFONE (DO CADPACIENTE QUANDO A CONSULTA TEM O
      * NUMERO, SENAO OS GRAVADOS NA MARCACAO). CONSULTAS
      * CANCELADAS NAO SAEM.
      * NA ROTINA NOTURNA (LOTENOT) A DATA ALVO VEM DO PARAMLOTE.DAT
      * (DATA, AAAAMMDD; SEM O PARAMETRO OU ZEROS = PROXIMO DIA UTIL).
      * NO LOTE A DATA RECEBIDA QUE CAIR EM DOMINGO OU FERIADO DE DIA
      * INTEIRO PASSA PARA O DIA UTIL SEGUINTE, COM A MESMA REGRA DO
      * RELAGENDA: COM DATA AMANHA O LOTENOT MANDA AOS DOIS O DIA
      * SEGUINTE A DATA DO LOTE, E OS LEMBRETES E O ESPELHO SAEM DO
      * MESMO DIA UTIL, INCLUSIVE NUM REINICIO DEPOIS DA MEIA-NOITE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-ESP.

       SELECT CADFERIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FER-DATA
           FILE STATUS IS ST-ERRO-FER.

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
           VALUE OF FILE-ID IS "REGESPEC.DAT".
           COPY ESPEREG.

       FD CADFERIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGFERIA.DAT".
           COPY FERIAREG.

       FD EXPCSV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REMINDER.CSV".
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
       77 ST-ERRO-PAC PIC X(02) VALUE "00".
       77 ST-ERRO-ESP PIC X(02) VALUE "00".
       77 ST-ERRO-CSV PIC X(02) VALUE "00".
       77 ST-ERRO-FER PIC X(02) VALUE "00".
       77 WS-TEM-FERIA PIC X(01) VALUE "N".
       77 WS-FERIADO PIC X(01) VALUE "N".
       77 WS-FIM PIC X(01) VALUE "N".
       77 WS-FIM-ESP PIC X(01) VALUE "N".
       77 WS-TEM-PACIENTES PIC X(01) VALUE "N".
       77 WS-DNM-QUOC PIC 9(04) VALUE ZEROS.
       77 WS-DNM-RESTO PIC 9(04) VALUE ZEROS.
       77 WS-ULT-DIA-MES PIC 9(02) VALUE ZEROS.

      * EXECUCAO SEM CONSOLE PELO PARAMLOTE.DAT (PARMREG.CPY) E
      * RESULTADO PARA A ROTINA NOTURNA (RESLOTE.CPY)
       77 ST-ERRO-PRM PIC X(02) VALUE "00".
       77 ST-ERRO-RES PIC X(02) VALUE "00".
       77 WS-PRM-LOTE PIC X(01) VALUE "N".
       77 WS-FIM-PRM PIC X(01) VALUE "N".
       77 WS-PRM-ERRO PIC X(01) VALUE "N".
       01 WS-MSG-LOTE PIC X(40) VALUE SPACES.
       77 WS-PRM-DATA PIC 9(08) VALUE ZEROS.
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

           PERFORM CRIA-TABELA-ESPECIALIADES.

           IF WS-PRM-LOTE = "S"
               MOVE WS-PRM-DATA TO WS-DATA-ALVO
           ELSE
               DISPLAY "DATA ALVO AAAAMMDD (ZEROS = PROXIMO DIA UTIL): "
               ACCEPT WS-DATA-ALVO
           END-IF.
           IF WS-DATA-ALVO = ZEROS OR WS-PRM-LOTE = "S"
      * SEM O CALENDARIO DO PROGDISPO SO O DOMINGO E PULADO
               MOVE "S" TO WS-TEM-FERIA
               OPEN INPUT CADFERIA
               IF ST-ERRO-FER NOT = "00"
                   MOVE "N" TO WS-TEM-FERIA
               END-IF
               IF WS-DATA-ALVO = ZEROS
                   PERFORM R-PROXIMO-DIA-UTIL
               ELSE
                   PERFORM R-AJUSTA-DIA-UTIL
               END-IF
               IF WS-TEM-FERIA = "S"
                   CLOSE CADFERIA
               END-IF
           END-IF.
           DISPLAY "EXPORTANDO CONSULTAS DE " WS-DATA-ALVO.

               CLOSE CADPACIENTE
           END-IF.
           CLOSE EXPCSV.
           MOVE ZERO TO RETURN-CODE.
           GO TO R-FIM.

      *
      **********************
      * PROXIMO DIA UTIL - O DIA SEGUINTE, PULANDO DOMINGO E *
      * FERIADO DE DIA INTEIRO *
      **********************
      *
      * MEIO EXPEDIENTE CONTA COMO DIA UTIL: HA CONSULTAS ATE A HORA
      * DE FECHAMENTO E ELAS PRECISAM DO LEMBRETE
       R-PROXIMO-DIA-UTIL.
           ACCEPT WS-DATA-ALVO FROM DATE YYYYMMDD.
           PERFORM R-AVANCA-DIA.
           PERFORM R-AJUSTA-DIA-UTIL.

      * A PROPRIA DATA ALVO, SE FOR DIA UTIL, OU O DIA UTIL SEGUINTE
       R-AJUSTA-DIA-UTIL.
           PERFORM R-ACHA-DIA-SEMANA.
           PERFORM R-TESTA-FERIADO.
           PERFORM R-PULA-DOMINGO
               UNTIL WS-DIA-SEMANA NOT = 1 AND WS-FERIADO NOT = "S".

       R-PULA-DOMINGO.
           PERFORM R-AVANCA-DIA.
           PERFORM R-ACHA-DIA-SEMANA.
           PERFORM R-TESTA-FERIADO.

       R-TESTA-FERIADO.
           MOVE "N" TO WS-FERIADO.
           IF WS-TEM-FERIA = "S"
               MOVE WS-DATA-ALVO TO FER-DATA
               READ CADFERIA
               IF ST-ERRO-FER = "00" AND FER-HORA-FECHA = ZEROS
                   MOVE "S" TO WS-FERIADO
               END-IF
           END-IF.

       R-AVANCA-DIA.
           ADD 1 TO WS-ALVO-DIA.
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
           IF PRM-PROGRAMA = "EXPAGEND"
               MOVE "S" TO WS-PRM-LOTE
               EVALUATE PRM-NOME
                   WHEN "LOTE"
                       CONTINUE
                   WHEN "DATA"
                       IF PRM-VALOR(1:8) NUMERIC
                           AND PRM-VALOR(9:) = SPACES
                           MOVE PRM-VALOR(1:8) TO WS-PRM-DATA
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
               MOVE "EXPAGEND" TO RES-PROGRAMA
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
