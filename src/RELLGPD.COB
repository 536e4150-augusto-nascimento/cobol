       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELLGPD.
       AUTHOR. AUGUSTO ROCHA NASCIMENTO.
      *----------------------------------------------------------------
      * RELATORIO DOS DADOS PESSOAIS GUARDADOS SOBRE UM PACIENTE, PARA
      * ATENDER AO PEDIDO DO TITULAR (LGPD). DADO O NUMERO DO
      * PACIENTE (PAC-CODIGO), IMPRIME EM RELLGPD.LST:
      *   - O REGISTRO DELE NO CADPACIENTE, COM TODOS OS CAMPOS;
      *   - OS NUMEROS UNIFICADOS NELE (CADASTROS EM DUPLICIDADE QUE
      *     O PROGPACIENTE JUNTOU A ESTE NUMERO);
      *   - AS CONSULTAS DELE NO CADAGENDA E NO ARQUIVO MORTO DO
      *     ARCAGEND (REGAGENDA.ARC), COM O NOME E O TELEFONE
      *     COPIADOS NA CONSULTA;
      *   - AS INSCRICOES DELE NA FILA DE ESPERA (REGFILA.DAT);
      *   - AS UNIFICACOES EM QUE O NUMERO ENTROU, DE UM LADO OU DO
      *     OUTRO, COM O NOME GRAVADO NA TRILHA (LOGUNIF.DAT);
      *   - AS ANONIMIZACOES FEITAS NELE PELO ANONPAC (LOGANON.DAT).
      * O NUMERO E PERGUNTADO NO CONSOLE NA PARTIDA DO PROGRAMA. NA
      * ROTINA NOTURNA (LOTENOT) VEM DO PARAMLOTE.DAT (CODIGO,
      * OBRIGATORIO).
      * ARQUIVO QUE AINDA NAO EXISTE SAI COMO "NENHUM REGISTRO"; O QUE
      * EXISTE MAS NAO ABRE E IMPRESSO COMO "NAO ABRIU" E O RELATORIO
      * TERMINA COM RETORNO 8 (INCOMPLETO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPACIENTE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAC-CODIGO
           FILE STATUS IS ST-ERRO-PAC
           ALTERNATE RECORD KEY IS PAC-NOME WITH DUPLICATES.

       SELECT CADAGENDA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AGD-CHAVE
           FILE STATUS IS ST-ERRO-AGD.

       SELECT AGENDARC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-ARC.

       SELECT CADFILA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-FIL.

       SELECT LOGANON ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-ANM.

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
       FD CADPACIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGPACIENTE.DAT".
           COPY PACREG.

       FD CADAGENDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGAGENDA.DAT".
           COPY AGENDREG.

       FD AGENDARC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGAGENDA.ARC".
           COPY AGENDREG REPLACING
               ==REGAGENDA==           BY ==REGAGARC==
               ==AGD-CHAVE==           BY ==AA-CHAVE==
               ==AGD-CRM==             BY ==AA-CRM==
               ==AGD-DATA==            BY ==AA-DATA==
               ==AGD-HORA==            BY ==AA-HORA==
               ==AGD-CODIGO-PACIENTE== BY ==AA-CODIGO-PACIENTE==
               ==AGD-PACIENTE==        BY ==AA-PACIENTE==
               ==AGD-DDD-PACIENTE==    BY ==AA-DDD-PACIENTE==
               ==AGD-FONE-PACIENTE==   BY ==AA-FONE-PACIENTE==
               ==AGD-SITUACAO==        BY ==AA-SITUACAO==.

       FD CADFILA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGFILA.DAT".
           COPY FILAREG.

       FD LOGANON
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGANON.DAT".
           COPY ANONREG.

       FD LOGUNIF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGUNIF.DAT".
           COPY UNIFREG.

       FD RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELLGPD.LST".
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
       77 ST-ERRO-PAC PIC X(02) VALUE "00".
       77 ST-ERRO-AGD PIC X(02) VALUE "00".
       77 ST-ERRO-ARC PIC X(02) VALUE "00".
       77 ST-ERRO-FIL PIC X(02) VALUE "00".
       77 ST-ERRO-ANM PIC X(02) VALUE "00".
       77 ST-ERRO-UNF PIC X(02) VALUE "00".
       77 ST-ERRO-REL PIC X(02) VALUE "00".
       77 WS-FIM PIC X(01) VALUE "N".
       77 WS-CODIGO PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-IMPRESSOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SECAO PIC 9(05) VALUE ZEROS.
      * ARQUIVO QUE EXISTE MAS NAO ABRIU DEIXA O RELATORIO INCOMPLETO
       77 WS-ERRO-ABERTURA PIC X(01) VALUE "N".
       77 WS-ARQ-ABERTURA PIC X(13) VALUE SPACES.
       77 WS-ST-ABERTURA PIC X(02) VALUE "00".
       77 WS-QTD-UNIFICADOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONSULTAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ARQUIVO PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FILA PIC 9(05) VALUE ZEROS.
       77 WS-QTD-UNIFICACOES PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ANONIMIZACOES PIC 9(05) VALUE ZEROS.
       77 WS-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WS-DATA-AUX PIC 9(08) VALUE ZEROS.
       77 WS-DATA-EDITADA PIC X(10) VALUE SPACES.

       01 LINHA-CABECALHO.
           02 FILLER PIC X(44) VALUE
               "DADOS PESSOAIS GUARDADOS DO PACIENTE NUMERO ".
           02 LC-CODIGO PIC 9(06).
           02 FILLER PIC X(14) VALUE "  EMITIDO EM ".
           02 LC-DATA PIC X(10).
           02 FILLER PIC X(36) VALUE SPACES.
       01 LINHA-BRANCO PIC X(110) VALUE SPACES.
       01 LINHA-SECAO PIC X(110) VALUE SPACES.
       01 LINHA-CAMPO.
           02 LF-TEXTO PIC X(28).
           02 LF-VALOR PIC X(82).
       01 LINHA-TITULO-AGENDA.
           02 FILLER PIC X(12) VALUE "DATA".
           02 FILLER PIC X(07) VALUE "HORA".
           02 FILLER PIC X(08) VALUE "CRM".
           02 FILLER PIC X(32) VALUE "NOME NA CONSULTA".
           02 FILLER PIC X(16) VALUE "TELEFONE".
           02 FILLER PIC X(35) VALUE "SITUACAO".
       01 LINHA-AGENDA.
           02 LA-DATA PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LA-HORA PIC X(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LA-CRM PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LA-PACIENTE PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LA-FONE PIC X(14).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LA-SITUACAO PIC X(01).
           02 FILLER PIC X(34) VALUE SPACES.
       01 LINHA-TITULO-FILA.
           02 FILLER PIC X(08) VALUE "ESPEC".
           02 FILLER PIC X(12) VALUE "PEDIDO".
           02 FILLER PIC X(32) VALUE "NOME NA INSCRICAO".
           02 FILLER PIC X(16) VALUE "TELEFONE".
           02 FILLER PIC X(42) VALUE "SITUACAO".
       01 LINHA-FILA.
           02 LQ-ESPECIALIDADE PIC 9(02).
           02 FILLER PIC X(06) VALUE SPACES.
           02 LQ-DATA PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LQ-PACIENTE PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LQ-FONE PIC X(14).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LQ-SITUACAO PIC X(01).
           02 FILLER PIC X(41) VALUE SPACES.
       01 LINHA-TITULO-ANON.
           02 FILLER PIC X(12) VALUE "DATA".
           02 FILLER PIC X(07) VALUE "HORA".
           02 FILLER PIC X(12) VALUE "CORTE".
           02 FILLER PIC X(12) VALUE "ULT.MOVIM.".
           02 FILLER PIC X(07) VALUE "CONSUL".
           02 FILLER PIC X(07) VALUE "ARQUIV".
           02 FILLER PIC X(07) VALUE "FILA".
           02 FILLER PIC X(07) VALUE "UNIF".
           02 FILLER PIC X(39) VALUE "OPER".
       01 LINHA-ANON.
           02 LN-DATA PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LN-HORA PIC X(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LN-CORTE PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LN-ULTIMO PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LN-CONSULTAS PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LN-ARQUIVO PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LN-FILA PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LN-UNIFICACOES PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LN-OPERADOR PIC 9(04).
           02 FILLER PIC X(35) VALUE SPACES.
       01 LINHA-TITULO-UNIF.
           02 FILLER PIC X(12) VALUE "DATA".
           02 FILLER PIC X(07) VALUE "HORA".
           02 FILLER PIC X(08) VALUE "FICA".
           02 FILLER PIC X(32) VALUE "NOME NA UNIFICACAO".
           02 FILLER PIC X(08) VALUE "SAI".
           02 FILLER PIC X(32) VALUE "NOME NA UNIFICACAO".
           02 FILLER PIC X(11) VALUE "OPER".
       01 LINHA-UNIF.
           02 LU-DATA PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LU-HORA PIC X(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LU-CODIGO-FICA PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LU-NOME-FICA PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LU-CODIGO-SAI PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LU-NOME-SAI PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LU-OPERADOR PIC 9(04).
           02 FILLER PIC X(07) VALUE SPACES.
       01 LINHA-TOTAL.
           02 LT-TEXTO PIC X(35).
           02 LT-TOTAL PIC Z.ZZZ.ZZ9.
           02 FILLER PIC X(66) VALUE SPACES.
       01 WS-FONE-EDITADO.
           02 WS-FE-ABRE PIC X(01) VALUE "(".
           02 WS-FE-DDD PIC 9(02).
           02 WS-FE-FECHA PIC X(02) VALUE ") ".
           02 WS-FE-FONE PIC 9(09).

      * EXECUCAO SEM CONSOLE PELO PARAMLOTE.DAT (PARMREG.CPY) E
      * RESULTADO PARA A ROTINA NOTURNA (RESLOTE.CPY)
       77 ST-ERRO-PRM PIC X(02) VALUE "00".
       77 ST-ERRO-RES PIC X(02) VALUE "00".
       77 WS-PRM-LOTE PIC X(01) VALUE "N".
       77 WS-FIM-PRM PIC X(01) VALUE "N".
       77 WS-PRM-ERRO PIC X(01) VALUE "N".
       01 WS-MSG-LOTE PIC X(40) VALUE SPACES.
       77 WS-PRM-CODIGO PIC 9(06) VALUE ZEROS.
      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           PERFORM R-LE-PARAMETROS THRU R-LE-PARAMETROS-FIM.
           IF WS-PRM-ERRO = "S"
               GO TO R-FIM
           END-IF.

           IF WS-PRM-LOTE = "S"
               MOVE WS-PRM-CODIGO TO WS-CODIGO
           ELSE
               DISPLAY "NUMERO DO PACIENTE................: "
               ACCEPT WS-CODIGO
           END-IF.
           IF WS-CODIGO = ZEROS
               DISPLAY "NUMERO DO PACIENTE NAO INFORMADO"
               MOVE "PARAMETRO CODIGO NAO INFORMADO" TO WS-MSG-LOTE
               GO TO R-FIM
           END-IF.

           OPEN INPUT CADPACIENTE.
           IF ST-ERRO-PAC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPACIENTE: " ST-ERRO-PAC
               GO TO R-FIM
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
               CLOSE CADPACIENTE
               GO TO R-FIM
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-AUX.
           PERFORM R-FORMATA-DATA.
           MOVE WS-CODIGO TO LC-CODIGO.
           MOVE WS-DATA-EDITADA TO LC-DATA.
           MOVE LINHA-CABECALHO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM R-IMPRIME-CADASTRO.
           PERFORM R-IMPRIME-UNIFICADOS THRU R-IMPRIME-UNIFICADOS-FIM.
           CLOSE CADPACIENTE.
           PERFORM R-IMPRIME-AGENDA THRU R-IMPRIME-AGENDA-FIM.
           PERFORM R-IMPRIME-ARQUIVO THRU R-IMPRIME-ARQUIVO-FIM.
           PERFORM R-IMPRIME-FILA THRU R-IMPRIME-FILA-FIM.
           PERFORM R-IMPRIME-UNIFICACOES THRU R-IMPRIME-UNIFICACOES-FIM.
           PERFORM R-IMPRIME-ANONIMIZACOES
               THRU R-IMPRIME-ANONIMIZACOES-FIM.

           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "NUMEROS UNIFICADOS NESTE..........." TO LT-TEXTO.
           MOVE WS-QTD-UNIFICADOS TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "CONSULTAS NO CADAGENDA............." TO LT-TEXTO.
           MOVE WS-QTD-CONSULTAS TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "CONSULTAS NO ARQUIVO MORTO........." TO LT-TEXTO.
           MOVE WS-QTD-ARQUIVO TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "INSCRICOES NA FILA DE ESPERA......." TO LT-TEXTO.
           MOVE WS-QTD-FILA TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "UNIFICACOES NO LOGUNIF.DAT........." TO LT-TEXTO.
           MOVE WS-QTD-UNIFICACOES TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "ANONIMIZACOES REGISTRADAS.........." TO LT-TEXTO.
           MOVE WS-QTD-ANONIMIZACOES TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           DISPLAY "REGISTROS LIDOS.......: " WS-QTD-LIDOS.
           DISPLAY "REGISTROS IMPRESSOS...: " WS-QTD-IMPRESSOS.
           DISPLAY "RELATORIO GRAVADO EM RELLGPD.LST".

           IF WS-ERRO-ABERTURA = "S"
               MOVE LINHA-BRANCO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-CAMPO
               MOVE "*** RELATORIO INCOMPLETO - HA ARQUIVO QUE NAO ABRIU
      -            " ***" TO LF-VALOR
               PERFORM R-IMPRIME-CAMPO
               DISPLAY "*** RELATORIO INCOMPLETO - HA ARQUIVO QUE NAO AB
      -            "RIU ***"
               MOVE "ARQUIVO NAO ABRIU - RELATORIO INCOMPLETO"
                   TO WS-MSG-LOTE
               CLOSE RELATORIO
               GO TO R-FIM
           END-IF.

           CLOSE RELATORIO.
           MOVE ZERO TO RETURN-CODE.
           GO TO R-FIM.

      *
      **********************
      * REGISTRO DO CADPACIENTE *
      **********************
      *
       R-IMPRIME-CADASTRO.
           MOVE "CADASTRO DO PACIENTE (CADPACIENTE)" TO LINHA-SECAO.
           PERFORM R-IMPRIME-SECAO.
           MOVE WS-CODIGO TO PAC-CODIGO.
           READ CADPACIENTE.
           IF ST-ERRO-PAC NOT = "00"
               MOVE SPACES TO LINHA-CAMPO
               MOVE "NUMERO NAO CADASTRADO" TO LF-VALOR
               PERFORM R-IMPRIME-CAMPO
           ELSE
               ADD 1 TO WS-QTD-LIDOS
               ADD 1 TO WS-QTD-IMPRESSOS
               PERFORM R-IMPRIME-PACIENTE
           END-IF.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       R-IMPRIME-PACIENTE.
           MOVE SPACES TO LINHA-CAMPO.
           MOVE "NUMERO.................:" TO LF-TEXTO.
           MOVE PAC-CODIGO TO LF-VALOR.
           PERFORM R-IMPRIME-CAMPO.

           MOVE SPACES TO LINHA-CAMPO.
           MOVE "NOME...................:" TO LF-TEXTO.
           MOVE PAC-NOME TO LF-VALOR.
           PERFORM R-IMPRIME-CAMPO.

           MOVE SPACES TO LINHA-CAMPO.
           MOVE "DATA DE NASCIMENTO.....:" TO LF-TEXTO.
           STRING
               PAC-DATA-NASCIMENTO(1:2) DELIMITED BY SIZE
               "/"                      DELIMITED BY SIZE
               PAC-DATA-NASCIMENTO(3:2) DELIMITED BY SIZE
               "/"                      DELIMITED BY SIZE
               PAC-DATA-NASCIMENTO(5:4) DELIMITED BY SIZE
               INTO LF-VALOR
           END-STRING.
           PERFORM R-IMPRIME-CAMPO.

           MOVE SPACES TO LINHA-CAMPO.
           MOVE "TELEFONE...............:" TO LF-TEXTO.
           MOVE PAC-DDD TO WS-FE-DDD.
           MOVE PAC-FONE TO WS-FE-FONE.
           MOVE WS-FONE-EDITADO TO LF-VALOR.
           PERFORM R-IMPRIME-CAMPO.

           MOVE SPACES TO LINHA-CAMPO.
           MOVE "TELEFONE DE RECADO.....:" TO LF-TEXTO.
           MOVE PAC-DDD-RECADO TO WS-FE-DDD.
           MOVE PAC-FONE-RECADO TO WS-FE-FONE.
           MOVE WS-FONE-EDITADO TO LF-VALOR.
           PERFORM R-IMPRIME-CAMPO.

           MOVE SPACES TO LINHA-CAMPO.
           MOVE "CONVENIO...............:" TO LF-TEXTO.
           MOVE PAC-CONVENIO TO LF-VALOR.
           PERFORM R-IMPRIME-CAMPO.

           MOVE SPACES TO LINHA-CAMPO.
           MOVE "CARTEIRA DO CONVENIO...:" TO LF-TEXTO.
           MOVE PAC-CARTEIRA TO LF-VALOR.
           PERFORM R-IMPRIME-CAMPO.

           MOVE SPACES TO LINHA-CAMPO.
           MOVE "SITUACAO...............:" TO LF-TEXTO.
           EVALUATE PAC-SITUACAO
               WHEN "A"
                   MOVE "A - ATIVO" TO LF-VALOR
               WHEN "U"
                   STRING
                       "U - UNIFICADO NO NUMERO " DELIMITED BY SIZE
                       PAC-CODIGO-UNIFICADO       DELIMITED BY SIZE
                       INTO LF-VALOR
                   END-STRING
               WHEN "N"
                   MOVE "N - ANONIMIZADO" TO LF-VALOR
               WHEN OTHER
                   MOVE PAC-SITUACAO TO LF-VALOR
           END-EVALUATE.
           PERFORM R-IMPRIME-CAMPO.

      * CADASTROS EM DUPLICIDADE JUNTADOS A ESTE NUMERO: CONTINUAM NO
      * CADPACIENTE COM SITUACAO "U" E OS DADOS QUE TINHAM
       R-IMPRIME-UNIFICADOS.
           MOVE "NUMEROS UNIFICADOS NESTE (CADPACIENTE)" TO LINHA-SECAO.
           PERFORM R-IMPRIME-SECAO.
           MOVE ZEROS TO WS-QTD-SECAO.
           MOVE ZEROS TO PAC-CODIGO.
           MOVE "N" TO WS-FIM.
           START CADPACIENTE KEY IS NOT LESS THAN PAC-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM
           END-START.
           IF WS-FIM NOT = "S"
               PERFORM R-LER-PACIENTE
           END-IF.
           PERFORM R-PROCESSA-PACIENTE UNTIL WS-FIM = "S".
           PERFORM R-FECHA-SECAO.

       R-IMPRIME-UNIFICADOS-FIM.
           EXIT.

       R-LER-PACIENTE.
           READ CADPACIENTE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF ST-ERRO-PAC NOT = "00"
               MOVE "S" TO WS-FIM
           END-IF.

       R-PROCESSA-PACIENTE.
           IF PAC-SITUACAO = "U" AND PAC-CODIGO-UNIFICADO = WS-CODIGO
               ADD 1 TO WS-QTD-LIDOS
               ADD 1 TO WS-QTD-IMPRESSOS
               ADD 1 TO WS-QTD-SECAO
               ADD 1 TO WS-QTD-UNIFICADOS
               PERFORM R-IMPRIME-PACIENTE
               MOVE LINHA-BRANCO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM R-LER-PACIENTE.

      *
      **********************
      * CONSULTAS NO CADAGENDA *
      **********************
      *
       R-IMPRIME-AGENDA.
           MOVE "CONSULTAS NA AGENDA (CADAGENDA)" TO LINHA-SECAO.
           PERFORM R-IMPRIME-SECAO.
           MOVE ZEROS TO WS-QTD-SECAO.
           OPEN INPUT CADAGENDA.
           IF ST-ERRO-AGD NOT = "00"
               IF ST-ERRO-AGD = "35"
                   PERFORM R-FECHA-SECAO
               ELSE
                   MOVE "CADAGENDA" TO WS-ARQ-ABERTURA
                   MOVE ST-ERRO-AGD TO WS-ST-ABERTURA
                   PERFORM R-ERRO-ABERTURA
               END-IF
               GO TO R-IMPRIME-AGENDA-FIM
           END-IF.
           MOVE LINHA-TITULO-AGENDA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO AGD-CHAVE.
           MOVE "N" TO WS-FIM.
           START CADAGENDA KEY IS NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM
           END-START.
           IF WS-FIM NOT = "S"
               PERFORM R-LER-AGENDA
           END-IF.
           PERFORM R-PROCESSA-AGENDA UNTIL WS-FIM = "S".
           CLOSE CADAGENDA.
           PERFORM R-FECHA-SECAO.

       R-IMPRIME-AGENDA-FIM.
           EXIT.

       R-LER-AGENDA.
           READ CADAGENDA NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF ST-ERRO-AGD NOT = "00"
               MOVE "S" TO WS-FIM
           END-IF.
           IF WS-FIM NOT = "S"
               ADD 1 TO WS-QTD-LIDOS
           END-IF.

       R-PROCESSA-AGENDA.
           IF AGD-CODIGO-PACIENTE = WS-CODIGO
               MOVE SPACES TO LINHA-AGENDA
               MOVE AGD-DATA TO WS-DATA-AUX
               PERFORM R-FORMATA-DATA
               MOVE WS-DATA-EDITADA TO LA-DATA
               STRING
                   AGD-HORA(1:2) DELIMITED BY SIZE
                   ":"           DELIMITED BY SIZE
                   AGD-HORA(3:2) DELIMITED BY SIZE
                   INTO LA-HORA
               END-STRING
               MOVE AGD-CRM TO LA-CRM
               MOVE AGD-PACIENTE TO LA-PACIENTE
               MOVE AGD-DDD-PACIENTE TO WS-FE-DDD
               MOVE AGD-FONE-PACIENTE TO WS-FE-FONE
               MOVE WS-FONE-EDITADO TO LA-FONE
               MOVE AGD-SITUACAO TO LA-SITUACAO
               MOVE LINHA-AGENDA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO WS-QTD-IMPRESSOS
               ADD 1 TO WS-QTD-SECAO
               ADD 1 TO WS-QTD-CONSULTAS
           END-IF.
           PERFORM R-LER-AGENDA.

      *
      **********************
      * CONSULTAS NO ARQUIVO MORTO (REGAGENDA.ARC) *
      **********************
      *
      * SEM O ARQUIVO (ARCAGEND NUNCA RODOU) A SECAO SAI VAZIA
       R-IMPRIME-ARQUIVO.
           MOVE "CONSULTAS NO ARQUIVO MORTO (REGAGENDA.ARC)" TO
               LINHA-SECAO.
           PERFORM R-IMPRIME-SECAO.
           MOVE ZEROS TO WS-QTD-SECAO.
           OPEN INPUT AGENDARC.
           IF ST-ERRO-ARC NOT = "00"
               IF ST-ERRO-ARC = "35"
                   PERFORM R-FECHA-SECAO
               ELSE
                   MOVE "REGAGENDA.ARC" TO WS-ARQ-ABERTURA
                   MOVE ST-ERRO-ARC TO WS-ST-ABERTURA
                   PERFORM R-ERRO-ABERTURA
               END-IF
               GO TO R-IMPRIME-ARQUIVO-FIM
           END-IF.
           MOVE LINHA-TITULO-AGENDA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "N" TO WS-FIM.
           PERFORM R-LER-ARQUIVO.
           PERFORM R-PROCESSA-ARQUIVO UNTIL WS-FIM = "S".
           CLOSE AGENDARC.
           PERFORM R-FECHA-SECAO.

       R-IMPRIME-ARQUIVO-FIM.
           EXIT.

       R-LER-ARQUIVO.
           READ AGENDARC
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF ST-ERRO-ARC NOT = "00"
               MOVE "S" TO WS-FIM
           END-IF.
           IF WS-FIM NOT = "S"
               ADD 1 TO WS-QTD-LIDOS
           END-IF.

       R-PROCESSA-ARQUIVO.
           IF AA-CODIGO-PACIENTE = WS-CODIGO
               MOVE SPACES TO LINHA-AGENDA
               MOVE AA-DATA TO WS-DATA-AUX
               PERFORM R-FORMATA-DATA
               MOVE WS-DATA-EDITADA TO LA-DATA
               STRING
                   AA-HORA(1:2) DELIMITED BY SIZE
                   ":"          DELIMITED BY SIZE
                   AA-HORA(3:2) DELIMITED BY SIZE
                   INTO LA-HORA
               END-STRING
               MOVE AA-CRM TO LA-CRM
               MOVE AA-PACIENTE TO LA-PACIENTE
               MOVE AA-DDD-PACIENTE TO WS-FE-DDD
               MOVE AA-FONE-PACIENTE TO WS-FE-FONE
               MOVE WS-FONE-EDITADO TO LA-FONE
               MOVE AA-SITUACAO TO LA-SITUACAO
               MOVE LINHA-AGENDA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO WS-QTD-IMPRESSOS
               ADD 1 TO WS-QTD-SECAO
               ADD 1 TO WS-QTD-ARQUIVO
           END-IF.
           PERFORM R-LER-ARQUIVO.

      *
      **********************
      * INSCRICOES NA FILA DE ESPERA (REGFILA.DAT) *
      **********************
      *
       R-IMPRIME-FILA.
           MOVE "INSCRICOES NA FILA DE ESPERA (REGFILA.DAT)" TO
               LINHA-SECAO.
           PERFORM R-IMPRIME-SECAO.
           MOVE ZEROS TO WS-QTD-SECAO.
           OPEN INPUT CADFILA.
           IF ST-ERRO-FIL NOT = "00"
               IF ST-ERRO-FIL = "35"
                   PERFORM R-FECHA-SECAO
               ELSE
                   MOVE "REGFILA.DAT" TO WS-ARQ-ABERTURA
                   MOVE ST-ERRO-FIL TO WS-ST-ABERTURA
                   PERFORM R-ERRO-ABERTURA
               END-IF
               GO TO R-IMPRIME-FILA-FIM
           END-IF.
           MOVE LINHA-TITULO-FILA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "N" TO WS-FIM.
           PERFORM R-LER-FILA.
           PERFORM R-PROCESSA-FILA UNTIL WS-FIM = "S".
           CLOSE CADFILA.
           PERFORM R-FECHA-SECAO.

       R-IMPRIME-FILA-FIM.
           EXIT.

       R-LER-FILA.
           READ CADFILA
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF ST-ERRO-FIL NOT = "00"
               MOVE "S" TO WS-FIM
           END-IF.
           IF WS-FIM NOT = "S"
               ADD 1 TO WS-QTD-LIDOS
           END-IF.

       R-PROCESSA-FILA.
           IF FIL-CODIGO-PACIENTE = WS-CODIGO
               MOVE SPACES TO LINHA-FILA
               MOVE FIL-ESPECIALIDADE TO LQ-ESPECIALIDADE
               MOVE FIL-DATA-PEDIDO TO WS-DATA-AUX
               PERFORM R-FORMATA-DATA
               MOVE WS-DATA-EDITADA TO LQ-DATA
               MOVE FIL-PACIENTE TO LQ-PACIENTE
               MOVE FIL-DDD TO WS-FE-DDD
               MOVE FIL-FONE TO WS-FE-FONE
               MOVE WS-FONE-EDITADO TO LQ-FONE
               MOVE FIL-SITUACAO TO LQ-SITUACAO
               MOVE LINHA-FILA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO WS-QTD-IMPRESSOS
               ADD 1 TO WS-QTD-SECAO
               ADD 1 TO WS-QTD-FILA
           END-IF.
           PERFORM R-LER-FILA.

      *
      **********************
      * UNIFICACOES EM QUE O NUMERO ENTROU (LOGUNIF.DAT) *
      **********************
      *
       R-IMPRIME-UNIFICACOES.
           MOVE "UNIFICACOES EM QUE O NUMERO ENTROU (LOGUNIF.DAT)" TO
               LINHA-SECAO.
           PERFORM R-IMPRIME-SECAO.
           MOVE ZEROS TO WS-QTD-SECAO.
           OPEN INPUT LOGUNIF.
           IF ST-ERRO-UNF NOT = "00"
               IF ST-ERRO-UNF = "35"
                   PERFORM R-FECHA-SECAO
               ELSE
                   MOVE "LOGUNIF.DAT" TO WS-ARQ-ABERTURA
                   MOVE ST-ERRO-UNF TO WS-ST-ABERTURA
                   PERFORM R-ERRO-ABERTURA
               END-IF
               GO TO R-IMPRIME-UNIFICACOES-FIM
           END-IF.
           MOVE LINHA-TITULO-UNIF TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "N" TO WS-FIM.
           PERFORM R-LER-UNIFICACAO.
           PERFORM R-PROCESSA-UNIFICACAO UNTIL WS-FIM = "S".
           CLOSE LOGUNIF.
           PERFORM R-FECHA-SECAO.

       R-IMPRIME-UNIFICACOES-FIM.
           EXIT.

       R-LER-UNIFICACAO.
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
           IF UNF-CODIGO-FICA = WS-CODIGO
               OR UNF-CODIGO-SAI = WS-CODIGO
               MOVE SPACES TO LINHA-UNIF
               MOVE UNF-DATA TO WS-DATA-AUX
               PERFORM R-FORMATA-DATA
               MOVE WS-DATA-EDITADA TO LU-DATA
               STRING
                   UNF-HORA(1:2) DELIMITED BY SIZE
                   ":"           DELIMITED BY SIZE
                   UNF-HORA(3:2) DELIMITED BY SIZE
                   INTO LU-HORA
               END-STRING
               MOVE UNF-CODIGO-FICA TO LU-CODIGO-FICA
               MOVE UNF-NOME-FICA TO LU-NOME-FICA
               MOVE UNF-CODIGO-SAI TO LU-CODIGO-SAI
               MOVE UNF-NOME-SAI TO LU-NOME-SAI
               MOVE UNF-OPERADOR TO LU-OPERADOR
               MOVE LINHA-UNIF TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO WS-QTD-IMPRESSOS
               ADD 1 TO WS-QTD-SECAO
               ADD 1 TO WS-QTD-UNIFICACOES
           END-IF.
           PERFORM R-LER-UNIFICACAO.

      *
      **********************
      * ANONIMIZACOES FEITAS PELO ANONPAC (LOGANON.DAT) *
      **********************
      *
       R-IMPRIME-ANONIMIZACOES.
           MOVE "ANONIMIZACOES FEITAS PELO ANONPAC (LOGANON.DAT)" TO
               LINHA-SECAO.
           PERFORM R-IMPRIME-SECAO.
           MOVE ZEROS TO WS-QTD-SECAO.
           OPEN INPUT LOGANON.
           IF ST-ERRO-ANM NOT = "00"
               IF ST-ERRO-ANM = "35"
                   PERFORM R-FECHA-SECAO
               ELSE
                   MOVE "LOGANON.DAT" TO WS-ARQ-ABERTURA
                   MOVE ST-ERRO-ANM TO WS-ST-ABERTURA
                   PERFORM R-ERRO-ABERTURA
               END-IF
               GO TO R-IMPRIME-ANONIMIZACOES-FIM
           END-IF.
           MOVE LINHA-TITULO-ANON TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "N" TO WS-FIM.
           PERFORM R-LER-ANONIMIZACAO.
           PERFORM R-PROCESSA-ANONIMIZACAO UNTIL WS-FIM = "S".
           CLOSE LOGANON.
           PERFORM R-FECHA-SECAO.

       R-IMPRIME-ANONIMIZACOES-FIM.
           EXIT.

       R-LER-ANONIMIZACAO.
           READ LOGANON
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF ST-ERRO-ANM NOT = "00"
               MOVE "S" TO WS-FIM
           END-IF.
           IF WS-FIM NOT = "S"
               ADD 1 TO WS-QTD-LIDOS
           END-IF.

       R-PROCESSA-ANONIMIZACAO.
           IF ANM-CODIGO = WS-CODIGO
               MOVE SPACES TO LINHA-ANON
               MOVE ANM-DATA TO WS-DATA-AUX
               PERFORM R-FORMATA-DATA
               MOVE WS-DATA-EDITADA TO LN-DATA
               STRING
                   ANM-HORA(1:2) DELIMITED BY SIZE
                   ":"           DELIMITED BY SIZE
                   ANM-HORA(3:2) DELIMITED BY SIZE
                   INTO LN-HORA
               END-STRING
               MOVE ANM-CORTE TO WS-DATA-AUX
               PERFORM R-FORMATA-DATA
               MOVE WS-DATA-EDITADA TO LN-CORTE
               MOVE ANM-ULTIMO-MOVIMENTO TO WS-DATA-AUX
               PERFORM R-FORMATA-DATA
               MOVE WS-DATA-EDITADA TO LN-ULTIMO
               MOVE ANM-QTD-CONSULTAS TO LN-CONSULTAS
               MOVE ANM-QTD-ARQUIVO TO LN-ARQUIVO
               MOVE ANM-QTD-FILA TO LN-FILA
               MOVE ANM-QTD-UNIFICACOES TO LN-UNIFICACOES
               MOVE ANM-OPERADOR TO LN-OPERADOR
               MOVE LINHA-ANON TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO WS-QTD-IMPRESSOS
               ADD 1 TO WS-QTD-SECAO
               ADD 1 TO WS-QTD-ANONIMIZACOES
           END-IF.
           PERFORM R-LER-ANONIMIZACAO.

      *
      **********************
      * ROTINAS DE IMPRESSAO *
      **********************
      *
       R-IMPRIME-SECAO.
           MOVE LINHA-SECAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       R-FECHA-SECAO.
           IF WS-QTD-SECAO = ZEROS
               MOVE SPACES TO LINHA-CAMPO
               MOVE "NENHUM REGISTRO" TO LF-VALOR
               PERFORM R-IMPRIME-CAMPO
           END-IF.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      * ARQUIVO QUE EXISTE MAS NAO ABRIU: A SECAO NAO E "NENHUM
      * REGISTRO", E SIM DESCONHECIDA
       R-ERRO-ABERTURA.
           MOVE SPACES TO LINHA-CAMPO.
           STRING
               WS-ARQ-ABERTURA         DELIMITED BY SPACE
               " NAO ABRIU: "          DELIMITED BY SIZE
               WS-ST-ABERTURA          DELIMITED BY SIZE
               INTO LF-VALOR
           END-STRING.
           PERFORM R-IMPRIME-CAMPO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "S" TO WS-ERRO-ABERTURA.

       R-IMPRIME-CAMPO.
           MOVE LINHA-CAMPO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      * WS-DATA-AUX (AAAAMMDD) PARA WS-DATA-EDITADA (DD/MM/AAAA)
       R-FORMATA-DATA.
           MOVE SPACES TO WS-DATA-EDITADA.
           STRING
               WS-DATA-AUX(7:2) DELIMITED BY SIZE
               "/"              DELIMITED BY SIZE
               WS-DATA-AUX(5:2) DELIMITED BY SIZE
               "/"              DELIMITED BY SIZE
               WS-DATA-AUX(1:4) DELIMITED BY SIZE
               INTO WS-DATA-EDITADA
           END-STRING.

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
           IF PRM-PROGRAMA = "RELLGPD"
               MOVE "S" TO WS-PRM-LOTE
               EVALUATE PRM-NOME
                   WHEN "LOTE"
                       CONTINUE
                   WHEN "CODIGO"
                       IF PRM-VALOR(1:6) NUMERIC
                           AND PRM-VALOR(7:) = SPACES
                           MOVE PRM-VALOR(1:6) TO WS-PRM-CODIGO
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
               MOVE "RELLGPD" TO RES-PROGRAMA
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
