      * CONSULTA TEM O NUMERO) E, PARA CADA UMA, A SUGESTAO DO
      * PROXIMO HORARIO LIVRE DA MESMA ESPECIALIDADE - A MESMA
      * BUSCA DO (P)ROCURAR DO AGENDMED, RESPEITANDO A ESCALA E OS
      * BLOQUEIOS DO PROGDISPO, OS FERIADOS DA CLINICA (CADFERIA) E
      * TRATANDO HORARIO CANCELADO COMO LIVRE. A RECEPCAO TRABALHA
      * A LISTA POR TELEFONE.
      * CONSULTAS JA CANCELADAS NAO SAEM. "FUTURA" E A PARTIR DA
      * DATA DA MAQUINA, INCLUSIVE.
      *----------------------------------------------------------------
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
           VALUE OF FILE-ID IS "REGBLOQ.DAT".
           COPY BLOQREG.

       FD CADFERIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGFERIA.DAT".
           COPY FERIAREG.

       FD CADESPEC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGESPEC.DAT".
       77 ST-ERRO-PAC PIC X(02) VALUE "00".
       77 ST-ERRO-DIS PIC X(02) VALUE "00".
       77 ST-ERRO-BLQ PIC X(02) VALUE "00".
       77 ST-ERRO-FER PIC X(02) VALUE "00".
       77 ST-ERRO-ESP PIC X(02) VALUE "00".
       77 ST-ERRO-REL PIC X(02) VALUE "00".
       77 WS-FIM PIC X(01) VALUE "N".
       77 WS-TEM-PACIENTES PIC X(01) VALUE "N".
       77 WS-TEM-DISPO PIC X(01) VALUE "N".
       77 WS-TEM-BLOQ PIC X(01) VALUE "N".
       77 WS-TEM-FERIA PIC X(01) VALUE "N".
       77 WS-QTD-CONSULTAS PIC 9(05) VALUE ZEROS.

      * MEDICOS INATIVOS COLETADOS NUMA PASSADA PROPRIA PELO
       77 WS-BLOQUEADO PIC X(01) VALUE "N".
       77 WS-FIM-BLQ PIC X(01) VALUE "N".
       77 WS-GRADE-MIN PIC 9(04) VALUE ZEROS.
      * CALENDARIO DE FERIADOS: WS-HORA-FECHA ZEROS = FECHADO O DIA
      * INTEIRO, 2400 = DIA NORMAL
       77 WS-FERIADO PIC X(01) VALUE "N".
       77 WS-HORA-FECHA PIC 9(04) VALUE 2400.

       77 WS-DDS-DIA PIC 9(02) VALUE ZEROS.
       77 WS-DDS-MES PIC 9(02) VALUE ZEROS.
      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           OPEN INPUT CADMEDICO.
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADMEDICO: " ST-ERRO
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

       R-TESTA-VAGA.
           PERFORM R-TESTA-DIA-ATENDE.
           IF WS-DIA-OK = "S" AND WS-HORA-CONSULTA NOT < WS-HORA-FECHA
               MOVE "N" TO WS-DIA-OK
           END-IF.
           IF WS-DIA-OK NOT = "S"
               PERFORM R-PROXIMO-DIA
           ELSE

      *
      **********************
      * ESCALA, BLOQUEIOS E FERIADOS (MESMAS REGRAS DO AGENDMED) *
      **********************
      *
       R-LE-DISPO.

       R-TESTA-DIA-ATENDE.
           MOVE "S" TO WS-DIA-OK.
           MOVE "N" TO WS-FERIADO.
           MOVE 2400 TO WS-HORA-FECHA.
           MOVE WS-CH-DIA TO WS-DDS-DIA.
           MOVE WS-CH-MES TO WS-DDS-MES.
           MOVE WS-CH-ANO TO WS-DDS-ANO.
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
