       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFERIA.
       AUTHOR. AUGUSTO ROCHA NASCIMENTO.
      *----------------------------------------------------------------
      * CONSULTAS MARCADAS EM DATAS QUE DEPOIS FORAM DECLARADAS
      * FERIADO OU FECHAMENTO DA CLINICA NO PROGDISPO (CADFERIA /
      * REGFERIA.DAT). O AGENDMED NAO DEIXA MARCAR NESSAS DATAS, MAS
      * AS CONSULTAS QUE JA ESTAVAM NA AGENDA QUANDO O FERIADO FOI
      * CADASTRADO CONTINUAM LA: ESTE RELATORIO AS LISTA EM
      * RELFERIA.LST, NA ORDEM CRM + DATA + HORA, COM O NOME E O
      * TELEFONE DO PACIENTE (DO CADPACIENTE QUANDO A CONSULTA TEM O
      * NUMERO) PARA A RECEPCAO REMARCAR POR TELEFONE. NO MEIO
      * EXPEDIENTE SO SAEM AS CONSULTAS A PARTIR DA HORA DE
      * FECHAMENTO. SO ENTRAM CONSULTAS COM SITUACAO "M" OU "K"
      * (AINDA SEM RESULTADO) A PARTIR DA DATA INFORMADA NO CONSOLE.
      * NA ROTINA NOTURNA (LOTENOT) A DATA VEM DO PARAMLOTE.DAT
      * (DATA, AAAAMMDD; SEM O PARAMETRO OU ZEROS = HOJE). SEM O
      * REGFERIA.DAT NAO HA FERIADOS E A LISTA SAI VAZIA (RETORNO 0).
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

       FD CADFERIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGFERIA.DAT".
           COPY FERIAREG.

       FD RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELFERIA.LST".
       01 LINHA-RELATORIO PIC X(130).

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
       77 ST-ERRO-FER PIC X(02) VALUE "00".
       77 ST-ERRO-REL PIC X(02) VALUE "00".
       77 WS-FIM PIC X(01) VALUE "N".
       77 WS-TEM-PACIENTES PIC X(01) VALUE "N".
       77 WS-TEM-MEDICOS PIC X(01) VALUE "N".
       77 WS-TEM-FERIA PIC X(01) VALUE "N".
       77 WS-QTD-LIDAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-A-REMARCAR PIC 9(05) VALUE ZEROS.
       77 WS-CRM-ANTERIOR PIC 9(06) VALUE ZEROS.

       01 WS-DATA-INICIAL PIC 9(08) VALUE ZEROS.
       01 WS-MEDICO PIC X(30) VALUE SPACES.
       01 WS-MASC-DATA PIC X(10) VALUE SPACES.
       01 WS-MASC-HORA PIC X(05) VALUE SPACES.

       01 LINHA-CABECALHO PIC X(130) VALUE
           "CONSULTAS MARCADAS EM FERIADOS E FECHAMENTOS DA CLINICA - R
      -    "EMARCAR POR TELEFONE".
       01 LINHA-BRANCO PIC X(130) VALUE SPACES.
       01 LINHA-FILTRO.
           02 FILLER PIC X(20) VALUE "A PARTIR DE.......: ".
           02 LF-DATA PIC X(10).
           02 FILLER PIC X(100) VALUE SPACES.
       01 LINHA-TITULO.
           02 FILLER PIC X(11) VALUE "DATA".
           02 FILLER PIC X(07) VALUE "HORA".
           02 FILLER PIC X(07) VALUE "CRM".
           02 FILLER PIC X(27) VALUE "MEDICO".
           02 FILLER PIC X(32) VALUE "PACIENTE".
           02 FILLER PIC X(14) VALUE "TELEFONE".
           02 FILLER PIC X(32) VALUE "FERIADO / FECHAMENTO".
       01 LINHA-DETALHE.
           02 LD-DATA PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-HORA PIC X(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-CRM PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-MEDICO PIC X(25).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-PACIENTE PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-DDD PIC 9(02).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-FONE PIC 9(09).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-FERIADO PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
       01 LINHA-TOTAL.
           02 LT-TEXTO PIC X(37) VALUE
               "CONSULTAS A REMARCAR.................".
           02 LT-TOTAL PIC ZZZZ9.
           02 FILLER PIC X(88) VALUE SPACES.

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
      * SEM O REGFERIA.DAT NAO HA FERIADO CADASTRADO: A LISTA SAI
      * VAZIA, SEM VARRER A AGENDA
           MOVE "S" TO WS-TEM-FERIA.
           OPEN INPUT CADFERIA.
           IF ST-ERRO-FER NOT = "00"
               IF ST-ERRO-FER = "35"
                   MOVE "N" TO WS-TEM-FERIA
                   DISPLAY "NENHUM FERIADO CADASTRADO NO PROGDISPO"
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO CADFERIA: " ST-ERRO-FER
                   GO TO R-FIM
               END-IF
           END-IF.

           OPEN INPUT CADAGENDA.
           IF ST-ERRO-AGD NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADAGENDA: " ST-ERRO-AGD
               IF WS-TEM-FERIA = "S"
                   CLOSE CADFERIA
               END-IF
               GO TO R-FIM
           END-IF.

      * SEM O CADMEDICO OU O CADPACIENTE A LISTA AINDA SAI, COM O
      * CRM E OS DADOS GRAVADOS NA MARCACAO
           MOVE "S" TO WS-TEM-MEDICOS.
           OPEN INPUT CADMEDICO.
           IF ST-ERRO NOT = "00"
               MOVE "N" TO WS-TEM-MEDICOS
           END-IF.

           MOVE "S" TO WS-TEM-PACIENTES.
           OPEN INPUT CADPACIENTE.
           IF ST-ERRO-PAC NOT = "00"
               MOVE "N" TO WS-TEM-PACIENTES
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
               IF WS-TEM-FERIA = "S"
                   CLOSE CADFERIA
               END-IF
               CLOSE CADAGENDA
               GO TO R-FIM
           END-IF.

           IF WS-PRM-LOTE = "S"
               MOVE WS-PRM-DATA TO WS-DATA-INICIAL
           ELSE
               DISPLAY "A PARTIR DA DATA AAAAMMDD (ZEROS = HOJE): "
               ACCEPT WS-DATA-INICIAL
           END-IF.
           IF WS-DATA-INICIAL = ZEROS
               ACCEPT WS-DATA-INICIAL FROM DATE YYYYMMDD
           END-IF.

           MOVE LINHA-CABECALHO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LF-DATA.
           STRING
               WS-DATA-INICIAL(7:2) DELIMITED BY SIZE
               "/"                  DELIMITED BY SIZE
               WS-DATA-INICIAL(5:2) DELIMITED BY SIZE
               "/"                  DELIMITED BY SIZE
               WS-DATA-INICIAL(1:4) DELIMITED BY SIZE
               INTO LF-DATA
           END-STRING.
           MOVE LINHA-FILTRO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE ZEROS TO AGD-CHAVE.
           MOVE ZEROS TO WS-CRM-ANTERIOR.
           MOVE "N" TO WS-FIM.
           IF WS-TEM-FERIA = "N"
               MOVE "S" TO WS-FIM
           END-IF.
           IF WS-FIM NOT = "S"
               START CADAGENDA KEY IS NOT LESS THAN AGD-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM
               END-START
           END-IF.
           IF WS-FIM NOT = "S"
               PERFORM R-LER-PROXIMA
           END-IF.
           PERFORM R-TESTA-CONSULTA UNTIL WS-FIM = "S".

           IF WS-QTD-A-REMARCAR = ZEROS
               MOVE "  (NENHUMA CONSULTA MARCADA EM FERIADO)"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-QTD-A-REMARCAR TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           DISPLAY "CONSULTAS LIDAS..............: " WS-QTD-LIDAS.
           DISPLAY "CONSULTAS A REMARCAR.........: " WS-QTD-A-REMARCAR.
           DISPLAY "RELATORIO GRAVADO EM RELFERIA.LST".

           IF WS-TEM-FERIA = "S"
               CLOSE CADFERIA
           END-IF.
           CLOSE CADAGENDA.
           IF WS-TEM-MEDICOS = "S"
               CLOSE CADMEDICO
           END-IF.
           IF WS-TEM-PACIENTES = "S"
               CLOSE CADPACIENTE
           END-IF.
           CLOSE RELATORIO.
           MOVE ZERO TO RETURN-CODE.
           GO TO R-FIM.

      *
      **********************
      * VARREDURA DA AGENDA *
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
           IF WS-FIM NOT = "S"
               ADD 1 TO WS-QTD-LIDAS
           END-IF.

      * NO MEIO EXPEDIENTE A CONSULTA ANTES DA HORA DE FECHAMENTO
      * CONTINUA VALENDO
       R-TESTA-CONSULTA.
           IF (AGD-SITUACAO = "M" OR AGD-SITUACAO = "K")
               AND AGD-DATA NOT < WS-DATA-INICIAL
               MOVE AGD-DATA TO FER-DATA
               READ CADFERIA
               IF ST-ERRO-FER = "00"
                   IF FER-HORA-FECHA = ZEROS
                       OR AGD-HORA NOT < FER-HORA-FECHA
                       PERFORM R-LISTA-CONSULTA
                   END-IF
               END-IF
           END-IF.
           PERFORM R-LER-PROXIMA.

       R-LISTA-CONSULTA.
           ADD 1 TO WS-QTD-A-REMARCAR.
           IF AGD-CRM NOT = WS-CRM-ANTERIOR
               MOVE AGD-CRM TO WS-CRM-ANTERIOR
               MOVE SPACES TO WS-MEDICO
               IF WS-TEM-MEDICOS = "S"
                   MOVE AGD-CRM TO CRM
                   READ CADMEDICO
                   IF ST-ERRO = "00"
                       MOVE NOME TO WS-MEDICO
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO LINHA-DETALHE.
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
           MOVE WS-MASC-DATA TO LD-DATA.
           MOVE WS-MASC-HORA TO LD-HORA.
           MOVE AGD-CRM TO LD-CRM.
           MOVE WS-MEDICO TO LD-MEDICO.

      * NOME E TELEFONE DO CADPACIENTE QUANDO A CONSULTA TEM O
      * NUMERO; SENAO OS GRAVADOS NA MARCACAO
           MOVE AGD-PACIENTE TO LD-PACIENTE.
           MOVE AGD-DDD-PACIENTE TO LD-DDD.
           MOVE AGD-FONE-PACIENTE TO LD-FONE.
           IF AGD-CODIGO-PACIENTE NOT = ZEROS
               AND WS-TEM-PACIENTES = "S"
               MOVE AGD-CODIGO-PACIENTE TO PAC-CODIGO
               READ CADPACIENTE
               IF ST-ERRO-PAC = "00"
                   MOVE PAC-NOME TO LD-PACIENTE
                   MOVE PAC-DDD TO LD-DDD
                   MOVE PAC-FONE TO LD-FONE
               END-IF
           END-IF.
           MOVE FER-DESCRICAO TO LD-FERIADO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

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
           IF PRM-PROGRAMA = "RELFERIA"
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
               MOVE "RELFERIA" TO RES-PROGRAMA
               MOVE RETURN-CODE TO RES-RETORNO
               MOVE WS-QTD-LIDAS TO RES-QTD-LIDOS
               MOVE WS-QTD-A-REMARCAR TO RES-QTD-GRAVADOS
               MOVE WS-MSG-LOTE TO RES-MENSAGEM
               WRITE REGRESLOTE
               CLOSE RESLOTE
           END-IF.

       R-FIM.
           IF WS-PRM-LOTE = "S"
               PERFORM R-GRAVA-RESULTADO
           END-IF.
           EXIT PROGRAM.
