       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPCONF.
       AUTHOR. AUGUSTO ROCHA NASCIMENTO.
      *----------------------------------------------------------------
      * IMPORTACAO DO ARQUIVO DE RETORNO DO SERVICO DE LIGACAO/SMS
      * (RETORNO.CSV), RESPOSTA AOS LEMBRETES DO EXPAGEND. CADA
      * LINHA TRAZ DATA (DD/MM/AAAA), HORA (HH:MM) E CRM NAS TRES
      * PRIMEIRAS COLUNAS, COMO NO REMINDER.CSV, E A RESPOSTA DO
      * PACIENTE NA ULTIMA COLUNA ("CONFIRMED", "CANCEL" OU
      * "UNREACHABLE"; AS COLUNAS DO MEIO SAO IGNORADAS). A LINHA E
      * LIGADA A CONSULTA DO CADAGENDA PELA CHAVE CRM + DATA + HORA:
      * - CONFIRMADO: A CONSULTA MARCADA PASSA PARA "K" (CONFIRMADA);
      * - CANCELADO: A CONSULTA MARCADA OU CONFIRMADA PASSA PARA "C",
      *   COMO NO (C)ANCELAR DO AGENDMED, E PARA CADA HORARIO
      *   LIBERADO SAI EM IMPCONF.LST O PACIENTE MAIS ANTIGO DA FILA
      *   DE ESPERA (REGFILA.DAT) DA ESPECIALIDADE DO MEDICO, PARA A
      *   RECEPCAO LIGAR (CADA PACIENTE DA FILA E OFERECIDO UMA VEZ
      *   SO POR PROCESSAMENTO);
      * - SEM CONTATO: A CONSULTA NAO MUDA E O PACIENTE SAI NA LISTA
      *   IMPCLIG.LST PARA A RECEPCAO TELEFONAR PELA MANHA.
      * LINHA SEM CONSULTA NA CHAVE, COM CONSULTA QUE JA MUDOU DE
      * SITUACAO (JA CONFIRMADA, CANCELADA, ATENDIDA OU FALTA), COM
      * DATA/HORA/CRM INVALIDOS OU RESPOSTA DESCONHECIDA NAO ALTERA
      * NADA E SAI EM IMPCREJ.LST COM O MOTIVO E O TEXTO DA LINHA.
      * O ARQUIVO PODE SER PROCESSADO DE NOVO: O QUE JA FOI APLICADO
      * VOLTA COMO "JA CONFIRMADA"/"JA CANCELADA" NA LISTA DE RECUSA.
      * NA ROTINA NOTURNA (LOTENOT) GRAVA O RESULTADO NO LOTERES.DAT
      * (LINHAS LIDAS E CONSULTAS CONFIRMADAS MAIS CANCELADAS).
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

       SELECT CADFILA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-FIL.

       SELECT RETORNO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-RET.

       SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-REL.

       SELECT RELRECUSA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-REJ.

       SELECT RELLIGAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-LIG.

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

       FD CADFILA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGFILA.DAT".
           COPY FILAREG.

       FD RETORNO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RETORNO.CSV".
       01 LINHA-RETORNO PIC X(200).

       FD RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "IMPCONF.LST".
       01 LINHA-RELATORIO PIC X(132).

       FD RELRECUSA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "IMPCREJ.LST".
       01 LINHA-RECUSA PIC X(132).

       FD RELLIGAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "IMPCLIG.LST".
       01 LINHA-LIGAR PIC X(132).

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
       77 ST-ERRO-FIL PIC X(02) VALUE "00".
       77 ST-ERRO-RET PIC X(02) VALUE "00".
       77 ST-ERRO-REL PIC X(02) VALUE "00".
       77 ST-ERRO-REJ PIC X(02) VALUE "00".
       77 ST-ERRO-LIG PIC X(02) VALUE "00".
       77 WS-FIM PIC X(01) VALUE "N".
       77 WS-FIM-FIL PIC X(01) VALUE "N".
       77 WS-TEM-PACIENTES PIC X(01) VALUE "N".
       77 WS-TEM-FILA PIC X(01) VALUE "N".
       77 WS-DATA-HOJE PIC 9(08) VALUE ZEROS.

       77 WS-QTD-LIDAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONFIRMADAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CANCELADAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-CONTATO PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RECUSADAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FILA-OFERECIDA PIC 9(05) VALUE ZEROS.

      * CAMPOS DA LINHA DE RETORNO. DATA, HORA E CRM SAO SEPARADOS
      * EM CAMPOS ALINHADOS A DIREITA E COMPLETADOS COM ZEROS, POIS
      * A PLANILHA DO SERVICO COSTUMA PERDER OS ZEROS A ESQUERDA
      * ("8:00", "1/3/2025")
       01 WS-LINHA PIC X(200) VALUE SPACES.
       01 WS-COL-DATA PIC X(12) VALUE SPACES.
       01 WS-COL-HORA PIC X(08) VALUE SPACES.
       01 WS-COL-CRM PIC X(08) VALUE SPACES.
       01 WS-RESP-BRUTA PIC X(40) VALUE SPACES.
       01 WS-RESPOSTA PIC X(20) VALUE SPACES.
       77 WS-POS PIC 9(03) VALUE ZEROS.
       77 WS-QTD-BRANCOS PIC 9(03) VALUE ZEROS.

       01 WS-RET-DATA-ALFA.
           02 WS-RET-AAAA PIC X(04).
           02 WS-RET-MM PIC X(02) JUSTIFIED RIGHT.
           02 WS-RET-DD PIC X(02) JUSTIFIED RIGHT.
       01 WS-RET-DATA REDEFINES WS-RET-DATA-ALFA PIC 9(08).
       01 WS-RET-HORA-ALFA.
           02 WS-RET-HH PIC X(02) JUSTIFIED RIGHT.
           02 WS-RET-MI PIC X(02) JUSTIFIED RIGHT.
       01 WS-RET-HORA REDEFINES WS-RET-HORA-ALFA PIC 9(04).
       01 WS-RET-CRM-ALFA PIC X(06) JUSTIFIED RIGHT.
       01 WS-RET-CRM REDEFINES WS-RET-CRM-ALFA PIC 9(06).

       01 WS-MOTIVO PIC X(30) VALUE SPACES.
       01 WS-NOME-PACIENTE PIC X(30) VALUE SPACES.
       77 WS-DDD-PAC PIC 9(02) VALUE ZEROS.
       77 WS-FONE-PAC PIC 9(09) VALUE ZEROS.
       01 WS-NOME-MEDICO PIC X(30) VALUE SPACES.
       77 WS-ESPECIALIDADE PIC 9(02) VALUE ZEROS.
       01 WS-MASC-HORA PIC X(05) VALUE SPACES.
       01 WS-MASC-DATA PIC X(10) VALUE SPACES.

      * FILA DE ESPERA EM MEMORIA, SO AS INSCRICOES EM ESPERA, NA
      * ORDEM DO ARQUIVO (ORDEM DE CHEGADA); TF-OFERECIDO MARCA QUEM
      * JA FOI INDICADO PARA UM HORARIO NESTE PROCESSAMENTO
       77 WS-QTD-FILA PIC 9(04) VALUE ZEROS.
       77 WS-FILA-IDX PIC 9(04) VALUE ZEROS.
       77 WS-FILA-ACHOU PIC X(01) VALUE "N".
       77 WS-FILA-ESTOURO PIC X(01) VALUE "N".
       01 TAB-FILA.
           02 FILA-ENT OCCURS 2000 TIMES.
               03 TF-ESPECIALIDADE PIC 9(02).
               03 TF-CODIGO PIC 9(06).
               03 TF-PACIENTE PIC X(30).
               03 TF-DDD PIC 9(02).
               03 TF-FONE PIC 9(09).
               03 TF-DATA PIC 9(08).
               03 TF-OFERECIDO PIC X(01).

       01 LINHA-CABECALHO.
           02 FILLER PIC X(50) VALUE
               "RETORNO DA CONFIRMACAO - HORARIOS CANCELADOS E FIL".
           02 FILLER PIC X(28) VALUE
               "A DE ESPERA - PROCESSADO EM ".
           02 LC-DATA PIC X(10).
           02 FILLER PIC X(44) VALUE SPACES.
       01 LINHA-BRANCO PIC X(132) VALUE SPACES.
       01 LINHA-TITULO.
           02 FILLER PIC X(08) VALUE "CRM".
           02 FILLER PIC X(11) VALUE "DATA".
           02 FILLER PIC X(06) VALUE "HORA".
           02 FILLER PIC X(32) VALUE "PACIENTE QUE CANCELOU".
           02 FILLER PIC X(11) VALUE "NA FILA DE".
           02 FILLER PIC X(38) VALUE "PACIENTE DA FILA A LIGAR".
           02 FILLER PIC X(26) VALUE "TELEFONE".
       01 LINHA-DETALHE.
           02 LD-CRM PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-DATA PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-HORA PIC X(05).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-PACIENTE PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-FILA-DATA PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-FILA-CODIGO PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-FILA-NOME PIC X(30).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-FILA-DDD PIC 9(02).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-FILA-FONE PIC 9(09).
           02 FILLER PIC X(14) VALUE SPACES.
       01 LINHA-SEM-FILA.
           02 LSF-CRM PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LSF-DATA PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LSF-HORA PIC X(05).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LSF-PACIENTE PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LSF-AVISO PIC X(40).
           02 FILLER PIC X(35) VALUE SPACES.
       01 LINHA-TOTAL.
           02 LT-TEXTO PIC X(45).
           02 LT-QTD PIC ZZZZ9.
           02 FILLER PIC X(82) VALUE SPACES.

       01 LINHA-CAB-RECUSA.
           02 FILLER PIC X(50) VALUE
               "RETORNO DA CONFIRMACAO - LINHAS NAO APLICADAS - PR".
           02 FILLER PIC X(13) VALUE "OCESSADO EM ".
           02 LCR-DATA PIC X(10).
           02 FILLER PIC X(59) VALUE SPACES.
       01 LINHA-TIT-RECUSA.
           02 FILLER PIC X(07) VALUE "LINHA".
           02 FILLER PIC X(32) VALUE "MOTIVO".
           02 FILLER PIC X(93) VALUE "TEXTO RECEBIDO".
       01 LINHA-DET-RECUSA.
           02 LR-NUMERO PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LR-MOTIVO PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LR-TEXTO PIC X(93).

       01 LINHA-CAB-LIGAR.
           02 FILLER PIC X(50) VALUE
               "PACIENTES SEM CONTATO PELO SERVICO - LIGAR PELA MA".
           02 FILLER PIC X(19) VALUE "NHA - PROCESSADO EM".
           02 FILLER PIC X(01) VALUE SPACES.
           02 LCL-DATA PIC X(10).
           02 FILLER PIC X(52) VALUE SPACES.
       01 LINHA-TIT-LIGAR.
           02 FILLER PIC X(11) VALUE "DATA".
           02 FILLER PIC X(06) VALUE "HORA".
           02 FILLER PIC X(08) VALUE "CRM".
           02 FILLER PIC X(32) VALUE "MEDICO".
           02 FILLER PIC X(38) VALUE "PACIENTE".
           02 FILLER PIC X(37) VALUE "TELEFONE".
       01 LINHA-DET-LIGAR.
           02 LL-DATA PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LL-HORA PIC X(05).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LL-CRM PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LL-MEDICO PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LL-CODIGO PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LL-PACIENTE PIC X(30).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LL-DDD PIC 9(02).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LL-FONE PIC 9(09).
           02 FILLER PIC X(25) VALUE SPACES.

      * EXECUCAO SEM CONSOLE PELO PARAMLOTE.DAT (PARMREG.CPY) E
      * RESULTADO PARA A ROTINA NOTURNA (RESLOTE.CPY)
       77 ST-ERRO-PRM PIC X(02) VALUE "00".
       77 ST-ERRO-RES PIC X(02) VALUE "00".
       77 WS-PRM-LOTE PIC X(01) VALUE "N".
       77 WS-FIM-PRM PIC X(01) VALUE "N".
       77 WS-PRM-ERRO PIC X(01) VALUE "N".
       01 WS-MSG-LOTE PIC X(40) VALUE SPACES.
       77 WS-QTD-APLICADAS PIC 9(07) VALUE ZEROS.
      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           PERFORM R-LE-PARAMETROS THRU R-LE-PARAMETROS-FIM.
           IF WS-PRM-ERRO = "S"
               GO TO R-FIM
           END-IF.
           OPEN I-O CADAGENDA.
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

           OPEN INPUT RETORNO.
           IF ST-ERRO-RET NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RETORNO.CSV: " ST-ERRO-RET
               CLOSE CADAGENDA
               CLOSE CADMEDICO
               GO TO R-FIM
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO IMPCONF.LST: " ST-ERRO-REL
               CLOSE CADAGENDA
               CLOSE CADMEDICO
               CLOSE RETORNO
               GO TO R-FIM
           END-IF.

           OPEN OUTPUT RELRECUSA.
           IF ST-ERRO-REJ NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO IMPCREJ.LST: " ST-ERRO-REJ
               CLOSE CADAGENDA
               CLOSE CADMEDICO
               CLOSE RETORNO
               CLOSE RELATORIO
               GO TO R-FIM
           END-IF.

           OPEN OUTPUT RELLIGAR.
           IF ST-ERRO-LIG NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO IMPCLIG.LST: " ST-ERRO-LIG
               CLOSE CADAGENDA
               CLOSE CADMEDICO
               CLOSE RETORNO
               CLOSE RELATORIO
               CLOSE RELRECUSA
               GO TO R-FIM
           END-IF.

      * SEM O CADPACIENTE OS NOMES E TELEFONES SAEM COMO GRAVADOS
      * NA MARCACAO
           MOVE "S" TO WS-TEM-PACIENTES.
           OPEN INPUT CADPACIENTE.
           IF ST-ERRO-PAC NOT = "00"
               DISPLAY "CADPACIENTE NAO ABRIU (" ST-ERRO-PAC
                   ") - TELEFONES SAIRAO COMO GRAVADOS NA MARCACAO"
               MOVE "N" TO WS-TEM-PACIENTES
           END-IF.

           PERFORM R-CARREGA-FILA.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO AGD-DATA.
           MOVE ZEROS TO AGD-HORA.
           PERFORM R-MONTA-DATA-HORA.
           MOVE WS-MASC-DATA TO LC-DATA LCR-DATA LCL-DATA.

           MOVE LINHA-CABECALHO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE LINHA-CAB-RECUSA TO LINHA-RECUSA.
           WRITE LINHA-RECUSA.
           MOVE LINHA-BRANCO TO LINHA-RECUSA.
           WRITE LINHA-RECUSA.
           MOVE LINHA-TIT-RECUSA TO LINHA-RECUSA.
           WRITE LINHA-RECUSA.
           MOVE LINHA-BRANCO TO LINHA-RECUSA.
           WRITE LINHA-RECUSA.

           MOVE LINHA-CAB-LIGAR TO LINHA-LIGAR.
           WRITE LINHA-LIGAR.
           MOVE LINHA-BRANCO TO LINHA-LIGAR.
           WRITE LINHA-LIGAR.
           MOVE LINHA-TIT-LIGAR TO LINHA-LIGAR.
           WRITE LINHA-LIGAR.
           MOVE LINHA-BRANCO TO LINHA-LIGAR.
           WRITE LINHA-LIGAR.

           MOVE "N" TO WS-FIM.
           PERFORM R-LER-RETORNO.
           PERFORM R-TRATA-LINHA UNTIL WS-FIM = "S".

           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "LINHAS LIDAS NO RETORNO.CSV" TO LT-TEXTO.
           MOVE WS-QTD-LIDAS TO LT-QTD.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "CONSULTAS CONFIRMADAS" TO LT-TEXTO.
           MOVE WS-QTD-CONFIRMADAS TO LT-QTD.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "CONSULTAS CANCELADAS PELO PACIENTE (ACIMA)"
               TO LT-TEXTO.
           MOVE WS-QTD-CANCELADAS TO LT-QTD.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "HORARIOS COM PACIENTE DA FILA PARA LIGAR" TO LT-TEXTO.
           MOVE WS-QTD-FILA-OFERECIDA TO LT-QTD.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "PACIENTES SEM CONTATO (IMPCLIG.LST)" TO LT-TEXTO.
           MOVE WS-QTD-SEM-CONTATO TO LT-QTD.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "LINHAS NAO APLICADAS (IMPCREJ.LST)" TO LT-TEXTO.
           MOVE WS-QTD-RECUSADAS TO LT-QTD.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-FILA-ESTOURO = "S"
               MOVE "*** FILA DE ESPERA MAIOR QUE A TABELA - OS MAIS NOV
      -            "OS NAO FORAM OFERECIDOS ***" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

           MOVE LINHA-BRANCO TO LINHA-RECUSA.
           WRITE LINHA-RECUSA.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "LINHAS NAO APLICADAS" TO LT-TEXTO.
           MOVE WS-QTD-RECUSADAS TO LT-QTD.
           MOVE LINHA-TOTAL TO LINHA-RECUSA.
           WRITE LINHA-RECUSA.

           MOVE LINHA-BRANCO TO LINHA-LIGAR.
           WRITE LINHA-LIGAR.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "PACIENTES PARA LIGAR" TO LT-TEXTO.
           MOVE WS-QTD-SEM-CONTATO TO LT-QTD.
           MOVE LINHA-TOTAL TO LINHA-LIGAR.
           WRITE LINHA-LIGAR.

           DISPLAY "LINHAS LIDAS..........: " WS-QTD-LIDAS.
           DISPLAY "CONFIRMADAS...........: " WS-QTD-CONFIRMADAS.
           DISPLAY "CANCELADAS............: " WS-QTD-CANCELADAS.
           DISPLAY "SEM CONTATO...........: " WS-QTD-SEM-CONTATO.
           DISPLAY "NAO APLICADAS.........: " WS-QTD-RECUSADAS.
           DISPLAY "ARQUIVOS GRAVADOS EM IMPCONF.LST, IMPCREJ.LST E IMP
      -        "CLIG.LST".

           CLOSE CADAGENDA.
           CLOSE CADMEDICO.
           IF WS-TEM-PACIENTES = "S"
               CLOSE CADPACIENTE
           END-IF.
           CLOSE RETORNO.
           CLOSE RELATORIO.
           CLOSE RELRECUSA.
           CLOSE RELLIGAR.
           MOVE ZERO TO RETURN-CODE.
           GO TO R-FIM.

      *
      **********************
      * FILA DE ESPERA EM MEMORIA *
      **********************
      *
      * SEM O REGFILA.DAT O PROCESSAMENTO SEGUE, E OS HORARIOS
      * LIBERADOS SAEM SEM PACIENTE DA FILA
       R-CARREGA-FILA.
           MOVE ZEROS TO WS-QTD-FILA.
           MOVE "N" TO WS-FILA-ESTOURO.
           MOVE "S" TO WS-TEM-FILA.
           OPEN INPUT CADFILA.
           IF ST-ERRO-FIL NOT = "00"
               MOVE "N" TO WS-TEM-FILA
           END-IF.
           IF WS-TEM-FILA = "S"
               MOVE "N" TO WS-FIM-FIL
               PERFORM R-LER-FILA
               PERFORM R-GUARDA-ENT-FILA UNTIL WS-FIM-FIL = "S"
               CLOSE CADFILA
           END-IF.

       R-LER-FILA.
           READ CADFILA
               AT END
                   MOVE "S" TO WS-FIM-FIL
           END-READ.
           IF WS-FIM-FIL NOT = "S" AND ST-ERRO-FIL NOT = "00"
               MOVE "S" TO WS-FIM-FIL
           END-IF.

       R-GUARDA-ENT-FILA.
           IF FIL-SITUACAO = "E"
               IF WS-QTD-FILA < 2000
                   ADD 1 TO WS-QTD-FILA
                   MOVE FIL-ESPECIALIDADE
                       TO TF-ESPECIALIDADE(WS-QTD-FILA)
                   MOVE FIL-CODIGO-PACIENTE TO TF-CODIGO(WS-QTD-FILA)
                   MOVE FIL-PACIENTE TO TF-PACIENTE(WS-QTD-FILA)
                   MOVE FIL-DDD TO TF-DDD(WS-QTD-FILA)
                   MOVE FIL-FONE TO TF-FONE(WS-QTD-FILA)
                   MOVE FIL-DATA-PEDIDO TO TF-DATA(WS-QTD-FILA)
                   MOVE "N" TO TF-OFERECIDO(WS-QTD-FILA)
               ELSE
                   MOVE "S" TO WS-FILA-ESTOURO
               END-IF
           END-IF.
           PERFORM R-LER-FILA.

      *
      **********************
      * PROCESSAMENTO DO RETORNO *
      **********************
      *
       R-LER-RETORNO.
           READ RETORNO
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-RET NOT = "00"
               DISPLAY "ERRO DE LEITURA NO RETORNO.CSV: " ST-ERRO-RET
               MOVE "S" TO WS-FIM
           END-IF.
           IF WS-FIM NOT = "S"
               ADD 1 TO WS-QTD-LIDAS
           END-IF.

      * LINHA EM BRANCO E LINHA DE TITULO ("DATA,HORA,...") SAO
      * PULADAS SEM ENTRAR NA LISTA DE RECUSA
       R-TRATA-LINHA.
           MOVE LINHA-RETORNO TO WS-LINHA.
           INSPECT WS-LINHA CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-LINHA REPLACING ALL '"' BY SPACE.
           IF WS-LINHA NOT = SPACES
               AND WS-LINHA(1:4) NOT = "DATA"
               PERFORM R-SEPARA-CAMPOS THRU R-SEPARA-CAMPOS-FIM
               IF WS-MOTIVO = SPACES
                   PERFORM R-APLICA-RESPOSTA THRU R-APLICA-RESPOSTA-FIM
               END-IF
               IF WS-MOTIVO NOT = SPACES
                   PERFORM R-GRAVA-RECUSA
               END-IF
           END-IF.
           PERFORM R-LER-RETORNO.

      * DEVOLVE A CHAVE EM WS-RET-CRM/DATA/HORA E A RESPOSTA EM
      * WS-RESPOSTA, OU O MOTIVO DA RECUSA EM WS-MOTIVO
       R-SEPARA-CAMPOS.
           MOVE SPACES TO WS-MOTIVO WS-RESPOSTA.
           MOVE SPACES TO WS-COL-DATA WS-COL-HORA WS-COL-CRM.
           UNSTRING WS-LINHA DELIMITED BY ","
               INTO WS-COL-DATA WS-COL-HORA WS-COL-CRM
           END-UNSTRING.

           MOVE SPACES TO WS-RET-DATA-ALFA.
           UNSTRING WS-COL-DATA DELIMITED BY "/" OR ALL SPACE
               INTO WS-RET-DD WS-RET-MM WS-RET-AAAA
           END-UNSTRING.
           MOVE SPACES TO WS-RET-HORA-ALFA.
           UNSTRING WS-COL-HORA DELIMITED BY ":" OR ALL SPACE
               INTO WS-RET-HH WS-RET-MI
           END-UNSTRING.
           MOVE ZEROS TO WS-QTD-BRANCOS.
           INSPECT WS-COL-CRM TALLYING WS-QTD-BRANCOS
               FOR LEADING SPACES.
           MOVE SPACES TO WS-RET-CRM-ALFA.
           IF WS-QTD-BRANCOS < 8
               UNSTRING WS-COL-CRM(WS-QTD-BRANCOS + 1:)
                   DELIMITED BY ALL SPACE
                   INTO WS-RET-CRM-ALFA
               END-UNSTRING
           END-IF.
           INSPECT WS-RET-DD REPLACING LEADING SPACES BY ZEROS.
           INSPECT WS-RET-MM REPLACING LEADING SPACES BY ZEROS.
           INSPECT WS-RET-HH REPLACING LEADING SPACES BY ZEROS.
           INSPECT WS-RET-MI REPLACING LEADING SPACES BY ZEROS.
           INSPECT WS-RET-CRM-ALFA REPLACING LEADING SPACES BY ZEROS.

           IF WS-RET-DATA-ALFA NOT NUMERIC
               OR WS-RET-MM < "01" OR WS-RET-MM > "12"
               OR WS-RET-DD < "01" OR WS-RET-DD > "31"
               MOVE "DATA INVALIDA" TO WS-MOTIVO
               GO TO R-SEPARA-CAMPOS-FIM
           END-IF.
           IF WS-RET-HORA-ALFA NOT NUMERIC
               OR WS-RET-HH > "23" OR WS-RET-MI > "59"
               MOVE "HORA INVALIDA" TO WS-MOTIVO
               GO TO R-SEPARA-CAMPOS-FIM
           END-IF.
           IF WS-RET-CRM-ALFA NOT NUMERIC OR WS-RET-CRM = ZEROS
               MOVE "CRM INVALIDO" TO WS-MOTIVO
               GO TO R-SEPARA-CAMPOS-FIM
           END-IF.

      * A RESPOSTA E A ULTIMA COLUNA: O TEXTO DEPOIS DA ULTIMA
      * VIRGULA DA LINHA
           MOVE 200 TO WS-POS.
           PERFORM R-VOLTA-POSICAO
               UNTIL WS-POS = 1 OR WS-LINHA(WS-POS:1) = ",".
           IF WS-LINHA(WS-POS:1) NOT = "," OR WS-POS = 200
               MOVE "LINHA SEM A COLUNA DE RESPOSTA" TO WS-MOTIVO
               GO TO R-SEPARA-CAMPOS-FIM
           END-IF.
           MOVE WS-LINHA(WS-POS + 1:) TO WS-RESP-BRUTA.
           MOVE ZEROS TO WS-QTD-BRANCOS.
           INSPECT WS-RESP-BRUTA TALLYING WS-QTD-BRANCOS
               FOR LEADING SPACES.
           IF WS-QTD-BRANCOS < 40
               MOVE WS-RESP-BRUTA(WS-QTD-BRANCOS + 1:) TO WS-RESPOSTA
           END-IF.
           IF WS-RESPOSTA = SPACES
               MOVE "RESPOSTA EM BRANCO" TO WS-MOTIVO
           END-IF.

       R-SEPARA-CAMPOS-FIM.
           EXIT.

       R-VOLTA-POSICAO.
           SUBTRACT 1 FROM WS-POS.

      * CONFIRMADO E CANCELADO SO VALEM PARA CONSULTA AINDA EM
      * ABERTO; SEM CONTATO SO ENTRA NA LISTA DE LIGACOES SE A
      * CONSULTA AINDA ESTA MARCADA OU CONFIRMADA
       R-APLICA-RESPOSTA.
           MOVE WS-RET-CRM TO AGD-CRM.
           MOVE WS-RET-DATA TO AGD-DATA.
           MOVE WS-RET-HORA TO AGD-HORA.
           READ CADAGENDA.
           IF ST-ERRO-AGD = "23"
               MOVE "CONSULTA NAO ENCONTRADA" TO WS-MOTIVO
               GO TO R-APLICA-RESPOSTA-FIM
           END-IF.
           IF ST-ERRO-AGD NOT = "00"
               MOVE SPACES TO WS-MOTIVO
               STRING
                   "ERRO DE LEITURA NO CADAGENDA " DELIMITED BY SIZE
                   ST-ERRO-AGD                    DELIMITED BY SIZE
                   INTO WS-MOTIVO
               END-STRING
               GO TO R-APLICA-RESPOSTA-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WS-RESPOSTA(1:7) = "CONFIRM"
                   IF AGD-SITUACAO = "M"
                       MOVE "K" TO AGD-SITUACAO
                       PERFORM R-REGRAVA-CONSULTA
                       IF WS-MOTIVO = SPACES
                           ADD 1 TO WS-QTD-CONFIRMADAS
                       END-IF
                   ELSE
                       PERFORM R-MOTIVO-SITUACAO
                   END-IF
               WHEN WS-RESPOSTA(1:6) = "CANCEL"
                   IF AGD-SITUACAO = "M" OR AGD-SITUACAO = "K"
                       MOVE "C" TO AGD-SITUACAO
                       PERFORM R-REGRAVA-CONSULTA
                       IF WS-MOTIVO = SPACES
                           ADD 1 TO WS-QTD-CANCELADAS
                           PERFORM R-OFERECE-HORARIO
                       END-IF
                   ELSE
                       PERFORM R-MOTIVO-SITUACAO
                   END-IF
               WHEN WS-RESPOSTA(1:7) = "UNREACH"
               WHEN WS-RESPOSTA(1:11) = "SEM CONTATO"
                   IF AGD-SITUACAO = "M" OR AGD-SITUACAO = "K"
                       ADD 1 TO WS-QTD-SEM-CONTATO
                       PERFORM R-GRAVA-LIGAR
                   ELSE
                       PERFORM R-MOTIVO-SITUACAO
                   END-IF
               WHEN OTHER
                   MOVE "RESPOSTA DESCONHECIDA" TO WS-MOTIVO
           END-EVALUATE.

       R-APLICA-RESPOSTA-FIM.
           EXIT.

       R-REGRAVA-CONSULTA.
           REWRITE REGAGENDA.
           IF ST-ERRO-AGD NOT = "00"
               MOVE SPACES TO WS-MOTIVO
               STRING
                   "ERRO AO GRAVAR NO CADAGENDA " DELIMITED BY SIZE
                   ST-ERRO-AGD                   DELIMITED BY SIZE
                   INTO WS-MOTIVO
               END-STRING
           END-IF.

      * A CONSULTA JA MUDOU DE SITUACAO DESDE O LEMBRETE
       R-MOTIVO-SITUACAO.
           EVALUATE AGD-SITUACAO
               WHEN "K"
                   MOVE "JA CONFIRMADA" TO WS-MOTIVO
               WHEN "A"
                   MOVE "JA ATENDIDA" TO WS-MOTIVO
               WHEN "F"
                   MOVE "PACIENTE JA FALTOU" TO WS-MOTIVO
               WHEN "C"
               WHEN "X"
                   MOVE "JA CANCELADA" TO WS-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIVO
                   STRING
                       "SITUACAO DA CONSULTA: " DELIMITED BY SIZE
                       AGD-SITUACAO             DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   END-STRING
           END-EVALUATE.

       R-GRAVA-RECUSA.
           ADD 1 TO WS-QTD-RECUSADAS.
           MOVE SPACES TO LINHA-DET-RECUSA.
           MOVE WS-QTD-LIDAS TO LR-NUMERO.
           MOVE WS-MOTIVO TO LR-MOTIVO.
           MOVE LINHA-RETORNO TO LR-TEXTO.
           MOVE LINHA-DET-RECUSA TO LINHA-RECUSA.
           WRITE LINHA-RECUSA.

      *
      **********************
      * HORARIO LIBERADO - PACIENTE DA FILA PARA LIGAR *
      **********************
      *
      * O MAIS ANTIGO DA FILA DA ESPECIALIDADE DO MEDICO QUE AINDA
      * NAO FOI OFERECIDO NESTE PROCESSAMENTO
       R-OFERECE-HORARIO.
           PERFORM R-DADOS-PACIENTE.
           PERFORM R-DADOS-MEDICO.
           PERFORM R-MONTA-DATA-HORA.
           MOVE "N" TO WS-FILA-ACHOU.
           MOVE ZEROS TO WS-FILA-IDX.
           IF WS-ESPECIALIDADE NOT = ZEROS
               PERFORM R-PROCURA-FILA
                   UNTIL WS-FILA-ACHOU = "S"
                   OR WS-FILA-IDX >= WS-QTD-FILA
           END-IF.
           IF WS-FILA-ACHOU = "S"
               MOVE "S" TO TF-OFERECIDO(WS-FILA-IDX)
               ADD 1 TO WS-QTD-FILA-OFERECIDA
               MOVE SPACES TO LINHA-DETALHE
               MOVE AGD-CRM TO LD-CRM
               MOVE WS-MASC-DATA TO LD-DATA
               MOVE WS-MASC-HORA TO LD-HORA
               MOVE WS-NOME-PACIENTE TO LD-PACIENTE
               MOVE TF-DATA(WS-FILA-IDX) TO AGD-DATA
               PERFORM R-MONTA-DATA-HORA
               MOVE WS-MASC-DATA TO LD-FILA-DATA
               MOVE TF-CODIGO(WS-FILA-IDX) TO LD-FILA-CODIGO
               MOVE TF-PACIENTE(WS-FILA-IDX) TO LD-FILA-NOME
               MOVE TF-DDD(WS-FILA-IDX) TO LD-FILA-DDD
               MOVE TF-FONE(WS-FILA-IDX) TO LD-FILA-FONE
               MOVE LINHA-DETALHE TO LINHA-RELATORIO
           ELSE
               MOVE SPACES TO LINHA-SEM-FILA
               MOVE AGD-CRM TO LSF-CRM
               MOVE WS-MASC-DATA TO LSF-DATA
               MOVE WS-MASC-HORA TO LSF-HORA
               MOVE WS-NOME-PACIENTE TO LSF-PACIENTE
               MOVE "SEM PACIENTE NA FILA DA ESPECIALIDADE"
                   TO LSF-AVISO
               MOVE LINHA-SEM-FILA TO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.

       R-PROCURA-FILA.
           ADD 1 TO WS-FILA-IDX.
           IF TF-ESPECIALIDADE(WS-FILA-IDX) = WS-ESPECIALIDADE
               AND TF-OFERECIDO(WS-FILA-IDX) = "N"
               MOVE "S" TO WS-FILA-ACHOU
           END-IF.

      *
      **********************
      * PACIENTE SEM CONTATO - LISTA DE LIGACOES *
      **********************
      *
       R-GRAVA-LIGAR.
           PERFORM R-DADOS-PACIENTE.
           PERFORM R-DADOS-MEDICO.
           PERFORM R-MONTA-DATA-HORA.
           MOVE SPACES TO LINHA-DET-LIGAR.
           MOVE WS-MASC-DATA TO LL-DATA.
           MOVE WS-MASC-HORA TO LL-HORA.
           MOVE AGD-CRM TO LL-CRM.
           MOVE WS-NOME-MEDICO TO LL-MEDICO.
           MOVE AGD-CODIGO-PACIENTE TO LL-CODIGO.
           MOVE WS-NOME-PACIENTE TO LL-PACIENTE.
           MOVE WS-DDD-PAC TO LL-DDD.
           MOVE WS-FONE-PAC TO LL-FONE.
           MOVE LINHA-DET-LIGAR TO LINHA-LIGAR.
           WRITE LINHA-LIGAR.

      *
      **********************
      * DADOS DE APOIO *
      **********************
      *
      * DADOS ATUAIS DO CADPACIENTE QUANDO A CONSULTA TEM O NUMERO,
      * SENAO OS GRAVADOS NA MARCACAO (COMO NO EXPAGEND)
       R-DADOS-PACIENTE.
           MOVE AGD-PACIENTE TO WS-NOME-PACIENTE.
           MOVE AGD-DDD-PACIENTE TO WS-DDD-PAC.
           MOVE AGD-FONE-PACIENTE TO WS-FONE-PAC.
           IF AGD-CODIGO-PACIENTE NOT = ZEROS
               AND WS-TEM-PACIENTES = "S"
               MOVE AGD-CODIGO-PACIENTE TO PAC-CODIGO
               READ CADPACIENTE
               IF ST-ERRO-PAC = "00"
                   MOVE PAC-NOME TO WS-NOME-PACIENTE
                   MOVE PAC-DDD TO WS-DDD-PAC
                   MOVE PAC-FONE TO WS-FONE-PAC
               END-IF
           END-IF.

       R-DADOS-MEDICO.
           MOVE SPACES TO WS-NOME-MEDICO.
           MOVE ZEROS TO WS-ESPECIALIDADE.
           MOVE AGD-CRM TO CRM.
           READ CADMEDICO.
           IF ST-ERRO = "00"
               MOVE NOME TO WS-NOME-MEDICO
               IF ESPECIALIDADE >= 1 AND ESPECIALIDADE <= 99
                   MOVE ESPECIALIDADE TO WS-ESPECIALIDADE
               END-IF
           ELSE
               MOVE "*** CRM SEM CADASTRO ***" TO WS-NOME-MEDICO
           END-IF.

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

      *
      **********************
      * PARAMETROS DO PARAMLOTE.DAT *
      **********************
      *
      * O PROGRAMA NAO TEM PARAMETROS: A LINHA SO INDICA QUE ELE
      * RODA NA ROTINA NOTURNA E DEVE GRAVAR O RESULTADO
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
           IF PRM-PROGRAMA = "IMPCONF"
               MOVE "S" TO WS-PRM-LOTE
               EVALUATE PRM-NOME
                   WHEN "LOTE"
                       CONTINUE
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
               MOVE "IMPCONF" TO RES-PROGRAMA
               MOVE RETURN-CODE TO RES-RETORNO
               MOVE WS-QTD-LIDAS TO RES-QTD-LIDOS
               ADD WS-QTD-CONFIRMADAS WS-QTD-CANCELADAS
                   GIVING WS-QTD-APLICADAS
               MOVE WS-QTD-APLICADAS TO RES-QTD-GRAVADOS
               MOVE WS-MSG-LOTE TO RES-MENSAGEM
               WRITE REGRESLOTE
               CLOSE RESLOTE
           END-IF.

       R-FIM.
           IF WS-PRM-LOTE = "S"
               PERFORM R-GRAVA-RESULTADO
           END-IF.
           EXIT PROGRAM.
