       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINCPAC.
       AUTHOR. AUGUSTO ROCHA NASCIMENTO.
      *----------------------------------------------------------------
      * VINCULO DAS CONSULTAS ANTIGAS (CONVERTIDAS PELO CONVAGEND,
      * COM AGD-CODIGO-PACIENTE ZERADO) AO CADPACIENTE, PARA QUE
      * ELAS ENTREM NO HISTORICO DO PACIENTE NO AGENDMED, NAS
      * ESTATISTICAS DO RELFALTA E NO FATURAMENTO (EXPFATUR).
      * RODA EM DUAS ETAPAS, ESCOLHIDAS NO CONSOLE NA PARTIDA:
      *   (P)ROPOSTA: COMPARA CADA CONSULTA SEM NUMERO COM O
      *      CADPACIENTE PELO NOME NORMALIZADO (MAIUSCULAS, SEM
      *      PONTUACAO, SEM ESPACOS REPETIDOS E SEM "DE/DA/DO/DAS/
      *      DOS/E") E PELO DDD + TELEFONE (PRINCIPAL OU DE RECADO),
      *      GRAVA AS PROPOSTAS EM VINCPAC.DAT (LAYOUT EM
      *      VINCREG.CPY) E IMPRIME EM VINCPAC.LST AS TRES SECOES:
      *      EXATAS (NOME E TELEFONE), PROVAVEIS (SO O NOME, OU O
      *      TELEFONE E O PRIMEIRO NOME, OU MAIS DE UM CANDIDATO) E
      *      SEM CORRESPONDENCIA. NADA E GRAVADO NA AGENDA.
      *   (A)PLICACAO: LE O VINCPAC.DAT JA CONFERIDO PELO OPERADOR
      *      E GRAVA O NUMERO DO PACIENTE NAS CONSULTAS APROVADAS
      *      ("S"); NAS LINHAS MARCADAS "I" INCLUI O PACIENTE NO
      *      CADPACIENTE COM O PROXIMO NUMERO DA SEQUENCIA DO
      *      PROGPACIENTE (UMA SO VEZ, MESMO QUE ELE TENHA VARIAS
      *      CONSULTAS: LINHA "I" COM O MESMO NOME NORMALIZADO DE UM
      *      PACIENTE JA INCLUIDO NA RODADA VAI PARA ELE, MESMO COM
      *      OUTRO TELEFONE OU SEM TELEFONE; SE O NOME TAMBEM FOR DE
      *      OUTRO PACIENTE DO CADASTRO A LINHA E RECUSADA). O
      *      RESULTADO DE CADA LINHA SAI EM VINCAPL.LST.
      *      CONSULTA QUE JA TEM NUMERO NAO E MEXIDA, ENTAO A
      *      APLICACAO PODE SER REPETIDA SEM EFEITO DUPLICADO.
      * PACIENTES UNIFICADOS NO PROGPACIENTE NAO SAO CANDIDATOS.
      * PROPOSTA QUE NAO FOR GRAVADA NO VINCPAC.DAT NAO ENTRA NOS
      * TOTAIS E O PROGRAMA TERMINA COM RETURN-CODE 8.
      * NA ROTINA NOTURNA (LOTENOT) A ETAPA VEM DO PARAMLOTE.DAT
      * (MODO, P OU A, OBRIGATORIO).
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

       SELECT CADPACIENTE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAC-CODIGO
           FILE STATUS IS ST-ERRO-PAC
           ALTERNATE RECORD KEY IS PAC-NOME WITH DUPLICATES.

       SELECT VINCULO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-VNC.

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

       FD CADPACIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGPACIENTE.DAT".
           COPY PACREG.

       FD VINCULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "VINCPAC.DAT".
           COPY VINCREG.

       FD RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-NOME-RELATORIO.
       01 LINHA-RELATORIO PIC X(151).

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
       77 ST-ERRO-AGD PIC X(02) VALUE "00".
       77 ST-ERRO-PAC PIC X(02) VALUE "00".
       77 ST-ERRO-VNC PIC X(02) VALUE "00".
       77 ST-ERRO-REL PIC X(02) VALUE "00".
       01 WS-NOME-RELATORIO PIC X(12) VALUE "VINCPAC.LST".
       77 WS-MODO PIC X(01) VALUE SPACE.
       77 WS-FIM PIC X(01) VALUE "N".
       77 WS-FIM-PAC PIC X(01) VALUE "N".
       77 WS-FIM-VNC PIC X(01) VALUE "N".

      * CADPACIENTE EM MEMORIA, JA COM O NOME NORMALIZADO. SE O
      * CADASTRO NAO COUBER NA TABELA O PROGRAMA PARA: UM PACIENTE
      * FORA DA TABELA VIRARIA "SEM CORRESPONDENCIA" E SERIA
      * INCLUIDO DE NOVO EM DUPLICIDADE
       77 WS-QTD-PAC PIC 9(05) VALUE ZEROS.
       77 WS-PAC-I PIC 9(05) VALUE ZEROS.
       77 WS-TAB-ESTOURO PIC X(01) VALUE "N".
       77 WS-ERRO-VINCULO PIC X(01) VALUE "N".
       77 WS-MAIOR-CODIGO PIC 9(06) VALUE ZEROS.
       01 TAB-PACIENTE.
           02 TP-ENT OCCURS 5000 TIMES.
               03 TP-CODIGO PIC 9(06).
               03 TP-NOME PIC X(30).
               03 TP-NOME-NORM PIC X(30).
               03 TP-PRIMEIRO PIC X(30).
               03 TP-DDD PIC 9(02).
               03 TP-FONE PIC 9(09).
               03 TP-DDD-RECADO PIC 9(02).
               03 TP-FONE-RECADO PIC 9(09).

      * PACIENTES INCLUIDOS NESTA APLICACAO, PELO NOME NORMALIZADO
       77 WS-QTD-INC PIC 9(05) VALUE ZEROS.
       77 WS-INC-I PIC 9(05) VALUE ZEROS.
       77 WS-INC-ACHADOS PIC 9(05) VALUE ZEROS.
       77 WS-INC-CODIGO PIC 9(06) VALUE ZEROS.
       77 WS-QTD-HOMONIMOS PIC 9(05) VALUE ZEROS.
       01 TAB-INCLUIDOS.
           02 TI-ENT OCCURS 5000 TIMES.
               03 TI-CODIGO PIC 9(06).
               03 TI-NOME-NORM PIC X(30).

      * NORMALIZACAO DO NOME
       01 WS-NOME-ENTRADA PIC X(30) VALUE SPACES.
       01 WS-NOME-NORM PIC X(30) VALUE SPACES.
       01 WS-PRIMEIRO PIC X(30) VALUE SPACES.
       01 WS-PALAVRA PIC X(30) VALUE SPACES.
       77 WS-CARACTER PIC X(01) VALUE SPACE.
       77 WS-LEN-PALAVRA PIC 9(02) VALUE ZEROS.
       77 WS-POS-ENT PIC 9(02) VALUE ZEROS.
       77 WS-POS-SAI PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PALAVRAS PIC 9(02) VALUE ZEROS.

      * CLASSIFICACAO DE UMA CONSULTA CONTRA A TABELA
       77 WS-TIPO PIC X(01) VALUE SPACE.
       77 WS-FONE-CONFERE PIC X(01) VALUE "N".
       77 WS-QTD-EXATOS PIC 9(05) VALUE ZEROS.
       77 WS-EXATO-I PIC 9(05) VALUE ZEROS.
       77 WS-NOME-I PIC 9(05) VALUE ZEROS.
       77 WS-FONE-I PIC 9(05) VALUE ZEROS.
       77 WS-CANDIDATO-I PIC 9(05) VALUE ZEROS.
       01 WS-OBS PIC X(20) VALUE SPACES.

      * APLICACAO
       77 WS-CODIGO-VINCULO PIC 9(06) VALUE ZEROS.
       77 WS-GRAVOU PIC X(01) VALUE "N".
       01 WS-RESULTADO PIC X(40) VALUE SPACES.
       01 WS-SECAO PIC X(01) VALUE SPACE.

       77 WS-QTD-LIDAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-NUMERO PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXATAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PROVAVEIS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-CORRESP PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SECAO PIC 9(05) VALUE ZEROS.
       77 WS-QTD-VINCULADAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-INCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RECUSADAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-IGNORADAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NAO-GRAVADAS PIC 9(05) VALUE ZEROS.

       01 LINHA-CABECALHO PIC X(151) VALUE SPACES.
       01 LINHA-BRANCO PIC X(151) VALUE SPACES.
       01 LINHA-SECAO PIC X(151) VALUE SPACES.
       01 LINHA-TITULO.
           02 FILLER PIC X(08) VALUE "CRM".
           02 FILLER PIC X(11) VALUE "DATA".
           02 FILLER PIC X(07) VALUE "HORA".
           02 FILLER PIC X(31) VALUE "PACIENTE NA AGENDA".
           02 FILLER PIC X(14) VALUE "TELEFONE".
           02 FILLER PIC X(08) VALUE "NUMERO".
           02 FILLER PIC X(32) VALUE "NOME NO CADASTRO".
           02 FILLER PIC X(40) VALUE "OBSERVACAO".
       01 LINHA-DETALHE.
           02 LD-CRM PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-DATA PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-HORA PIC X(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-PACIENTE PIC X(30).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-DDD PIC 9(02).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-FONE PIC 9(09).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-CODIGO PIC X(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-NOME-CADASTRO PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-OBS PIC X(40).
       01 LINHA-TOTAL.
           02 LT-TEXTO PIC X(40).
           02 LT-TOTAL PIC ZZZZ9.
           02 FILLER PIC X(106) VALUE SPACES.

      * EXECUCAO SEM CONSOLE PELO PARAMLOTE.DAT (PARMREG.CPY) E
      * RESULTADO PARA A ROTINA NOTURNA (RESLOTE.CPY)
       77 ST-ERRO-PRM PIC X(02) VALUE "00".
       77 ST-ERRO-RES PIC X(02) VALUE "00".
       77 WS-PRM-LOTE PIC X(01) VALUE "N".
       77 WS-FIM-PRM PIC X(01) VALUE "N".
       77 WS-PRM-ERRO PIC X(01) VALUE "N".
       01 WS-MSG-LOTE PIC X(40) VALUE SPACES.
       77 WS-PRM-MODO PIC X(01) VALUE SPACE.
       77 WS-PRM-TEM-MODO PIC X(01) VALUE "N".
      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           PERFORM R-LE-PARAMETROS THRU R-LE-PARAMETROS-FIM.
           IF WS-PRM-ERRO = "S"
               GO TO R-FIM
           END-IF.
           IF WS-PRM-LOTE = "S"
               MOVE WS-PRM-MODO TO WS-MODO
           ELSE
               DISPLAY "(P)ROPOSTA OU (A)PLICACAO DAS APROVACOES ?: "
               ACCEPT WS-MODO
           END-IF.
           EVALUATE WS-MODO
               WHEN "P"
               WHEN "p"
                   MOVE "P" TO WS-MODO
                   MOVE "VINCPAC.LST" TO WS-NOME-RELATORIO
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO WS-MODO
                   MOVE "VINCAPL.LST" TO WS-NOME-RELATORIO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - NADA FOI FEITO"
                   GO TO R-FIM
           END-EVALUATE.

           IF WS-MODO = "P"
               OPEN INPUT CADPACIENTE
           ELSE
               OPEN I-O CADPACIENTE
           END-IF.
           IF ST-ERRO-PAC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPACIENTE: " ST-ERRO-PAC
               GO TO R-FIM
           END-IF.

           PERFORM R-CARREGA-PACIENTES.
           IF WS-TAB-ESTOURO = "S"
               DISPLAY "*** CADPACIENTE MAIOR QUE A TABELA EM MEMORIA"
               DISPLAY "*** NADA FOI FEITO ***"
               CLOSE CADPACIENTE
               GO TO R-FIM
           END-IF.

           IF WS-MODO = "P"
               OPEN INPUT CADAGENDA
           ELSE
               OPEN I-O CADAGENDA
           END-IF.
           IF ST-ERRO-AGD NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADAGENDA: " ST-ERRO-AGD
               CLOSE CADPACIENTE
               GO TO R-FIM
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
               CLOSE CADPACIENTE
               CLOSE CADAGENDA
               GO TO R-FIM
           END-IF.

           IF WS-MODO = "P"
               PERFORM R-PROPOSTA THRU R-PROPOSTA-FIM
           ELSE
               PERFORM R-APLICACAO THRU R-APLICACAO-FIM
           END-IF.

           CLOSE CADPACIENTE.
           CLOSE CADAGENDA.
           CLOSE RELATORIO.
           IF WS-ERRO-VINCULO = "S"
               MOVE "VINCPAC.DAT NAO ABRIU" TO WS-MSG-LOTE
               GO TO R-FIM
           END-IF.
           IF WS-QTD-NAO-GRAVADAS NOT = ZEROS
               DISPLAY "*** PROPOSTA INCOMPLETA - "
                   WS-QTD-NAO-GRAVADAS
                   " LINHAS NAO GRAVADAS NO VINCPAC.DAT ***"
               MOVE "ERRO AO GRAVAR O VINCPAC.DAT" TO WS-MSG-LOTE
               GO TO R-FIM
           END-IF.
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.
           MOVE ZERO TO RETURN-CODE.
           GO TO R-FIM.

      *
      **********************
      * CARGA DO CADPACIENTE EM MEMORIA *
      **********************
      *
      * O MAIOR NUMERO INCLUI OS PACIENTES UNIFICADOS, QUE NAO ENTRAM
      * NA TABELA MAS TAMBEM NAO PODEM TER O NUMERO REAPROVEITADO
       R-CARREGA-PACIENTES.
           MOVE ZEROS TO WS-QTD-PAC WS-MAIOR-CODIGO.
           MOVE "N" TO WS-TAB-ESTOURO.
           MOVE ZEROS TO PAC-CODIGO.
           MOVE "N" TO WS-FIM-PAC.
           START CADPACIENTE KEY IS NOT LESS THAN PAC-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-PAC
           END-START.
           IF WS-FIM-PAC NOT = "S"
               PERFORM R-LER-PROXIMO-PACIENTE
           END-IF.
           PERFORM R-GUARDA-PACIENTE UNTIL WS-FIM-PAC = "S".

       R-LER-PROXIMO-PACIENTE.
           READ CADPACIENTE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-PAC
           END-READ.
           IF WS-FIM-PAC NOT = "S" AND ST-ERRO-PAC NOT = "00"
               MOVE "S" TO WS-FIM-PAC
           END-IF.

       R-GUARDA-PACIENTE.
           IF PAC-CODIGO > WS-MAIOR-CODIGO
               MOVE PAC-CODIGO TO WS-MAIOR-CODIGO
           END-IF.
           IF PAC-SITUACAO NOT = "U" AND PAC-SITUACAO NOT = "N"
               IF WS-QTD-PAC < 5000
                   ADD 1 TO WS-QTD-PAC
                   PERFORM R-PACIENTE-NA-TABELA
               ELSE
                   MOVE "S" TO WS-TAB-ESTOURO
               END-IF
           END-IF.
           PERFORM R-LER-PROXIMO-PACIENTE.

      * REGPACIENTE -> POSICAO WS-QTD-PAC DA TABELA
       R-PACIENTE-NA-TABELA.
           MOVE PAC-NOME TO WS-NOME-ENTRADA.
           PERFORM R-NORMALIZA-NOME.
           MOVE PAC-CODIGO TO TP-CODIGO(WS-QTD-PAC).
           MOVE PAC-NOME TO TP-NOME(WS-QTD-PAC).
           MOVE WS-NOME-NORM TO TP-NOME-NORM(WS-QTD-PAC).
           MOVE WS-PRIMEIRO TO TP-PRIMEIRO(WS-QTD-PAC).
           MOVE PAC-DDD TO TP-DDD(WS-QTD-PAC).
           MOVE PAC-FONE TO TP-FONE(WS-QTD-PAC).
           MOVE PAC-DDD-RECADO TO TP-DDD-RECADO(WS-QTD-PAC).
           MOVE PAC-FONE-RECADO TO TP-FONE-RECADO(WS-QTD-PAC).

      *
      **********************
      * NORMALIZACAO DO NOME *
      **********************
      *
      * WS-NOME-ENTRADA -> WS-NOME-NORM (PALAVRAS EM MAIUSCULAS
      * SEPARADAS POR UM ESPACO, SEM PONTUACAO E SEM AS PARTICULAS
      * DE/DA/DO/DAS/DOS/E) E WS-PRIMEIRO (PRIMEIRA PALAVRA)
       R-NORMALIZA-NOME.
           INSPECT WS-NOME-ENTRADA CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,;:-'/"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ       ".
           MOVE SPACES TO WS-NOME-NORM WS-PRIMEIRO WS-PALAVRA.
           MOVE ZEROS TO WS-LEN-PALAVRA WS-QTD-PALAVRAS.
           MOVE 1 TO WS-POS-SAI.
           MOVE 1 TO WS-POS-ENT.
           PERFORM R-NORMALIZA-CARACTER UNTIL WS-POS-ENT > 30.
           PERFORM R-FECHA-PALAVRA.

       R-NORMALIZA-CARACTER.
           MOVE WS-NOME-ENTRADA(WS-POS-ENT:1) TO WS-CARACTER.
           IF WS-CARACTER = SPACE
               PERFORM R-FECHA-PALAVRA
           ELSE
               ADD 1 TO WS-LEN-PALAVRA
               MOVE WS-CARACTER TO WS-PALAVRA(WS-LEN-PALAVRA:1)
           END-IF.
           ADD 1 TO WS-POS-ENT.

       R-FECHA-PALAVRA.
           IF WS-LEN-PALAVRA > ZEROS
               IF WS-PALAVRA NOT = "DE" AND WS-PALAVRA NOT = "DA"
                   AND WS-PALAVRA NOT = "DO" AND WS-PALAVRA NOT = "DAS"
                   AND WS-PALAVRA NOT = "DOS" AND WS-PALAVRA NOT = "E"
                   ADD 1 TO WS-QTD-PALAVRAS
                   IF WS-QTD-PALAVRAS = 1
                       MOVE WS-PALAVRA TO WS-PRIMEIRO
                   ELSE
                       ADD 1 TO WS-POS-SAI
                   END-IF
                   MOVE WS-PALAVRA(1:WS-LEN-PALAVRA)
                       TO WS-NOME-NORM(WS-POS-SAI:WS-LEN-PALAVRA)
                   ADD WS-LEN-PALAVRA TO WS-POS-SAI
               END-IF
               MOVE SPACES TO WS-PALAVRA
               MOVE ZEROS TO WS-LEN-PALAVRA
           END-IF.

      *
      **********************
      * CLASSIFICACAO DE UMA CONSULTA CONTRA O CADASTRO *
      **********************
      *
      * USA AGD-PACIENTE / AGD-DDD-PACIENTE / AGD-FONE-PACIENTE.
      * RESULTADO EM WS-TIPO (E/P/N), WS-CANDIDATO-I (POSICAO NA
      * TABELA, ZEROS SE NENHUM) E WS-OBS
       R-CLASSIFICA-CONSULTA.
           MOVE AGD-PACIENTE TO WS-NOME-ENTRADA.
           PERFORM R-NORMALIZA-NOME.
           MOVE ZEROS TO WS-QTD-EXATOS WS-EXATO-I WS-NOME-I WS-FONE-I
               WS-CANDIDATO-I.
           MOVE SPACES TO WS-OBS.
           MOVE ZEROS TO WS-PAC-I.
           PERFORM R-COMPARA-PACIENTE UNTIL WS-PAC-I = WS-QTD-PAC.

           EVALUATE TRUE
               WHEN WS-QTD-EXATOS = 1
                   MOVE "E" TO WS-TIPO
                   MOVE WS-EXATO-I TO WS-CANDIDATO-I
               WHEN WS-QTD-EXATOS > 1
                   MOVE "P" TO WS-TIPO
                   MOVE WS-EXATO-I TO WS-CANDIDATO-I
                   MOVE "VARIOS CANDIDATOS" TO WS-OBS
               WHEN WS-NOME-I NOT = ZEROS
                   MOVE "P" TO WS-TIPO
                   MOVE WS-NOME-I TO WS-CANDIDATO-I
                   MOVE "TELEFONE DIFERENTE" TO WS-OBS
               WHEN WS-FONE-I NOT = ZEROS
                   MOVE "P" TO WS-TIPO
                   MOVE WS-FONE-I TO WS-CANDIDATO-I
                   MOVE "SO FONE E 1O NOME" TO WS-OBS
               WHEN OTHER
                   MOVE "N" TO WS-TIPO
           END-EVALUATE.

       R-COMPARA-PACIENTE.
           ADD 1 TO WS-PAC-I.
           MOVE "N" TO WS-FONE-CONFERE.
           IF AGD-FONE-PACIENTE NOT = ZEROS
               IF (AGD-DDD-PACIENTE = TP-DDD(WS-PAC-I)
                   AND AGD-FONE-PACIENTE = TP-FONE(WS-PAC-I))
               OR (AGD-DDD-PACIENTE = TP-DDD-RECADO(WS-PAC-I)
                   AND AGD-FONE-PACIENTE = TP-FONE-RECADO(WS-PAC-I))
                   MOVE "S" TO WS-FONE-CONFERE
               END-IF
           END-IF.
           IF WS-NOME-NORM NOT = SPACES
               AND TP-NOME-NORM(WS-PAC-I) = WS-NOME-NORM
               IF WS-FONE-CONFERE = "S"
                   ADD 1 TO WS-QTD-EXATOS
                   IF WS-EXATO-I = ZEROS
                       MOVE WS-PAC-I TO WS-EXATO-I
                   END-IF
               ELSE
                   IF WS-NOME-I = ZEROS
                       MOVE WS-PAC-I TO WS-NOME-I
                   END-IF
               END-IF
           ELSE
               IF WS-FONE-CONFERE = "S" AND WS-FONE-I = ZEROS
                   AND WS-PRIMEIRO NOT = SPACES
                   AND TP-PRIMEIRO(WS-PAC-I) = WS-PRIMEIRO
                   MOVE WS-PAC-I TO WS-FONE-I
               END-IF
           END-IF.

      *
      **********************
      * RODADA DE PROPOSTA *
      **********************
      *
       R-PROPOSTA.
           OPEN OUTPUT VINCULO.
           IF ST-ERRO-VNC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO VINCPAC.DAT: " ST-ERRO-VNC
               MOVE "S" TO WS-ERRO-VINCULO
               GO TO R-PROPOSTA-FIM
           END-IF.

           MOVE ZEROS TO AGD-CHAVE.
           MOVE "N" TO WS-FIM.
           START CADAGENDA KEY IS NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM
           END-START.
           IF WS-FIM NOT = "S"
               PERFORM R-LER-PROXIMA-CONSULTA
           END-IF.
           PERFORM R-PROPOE-CONSULTA UNTIL WS-FIM = "S".
           CLOSE VINCULO.

           MOVE "PROPOSTA DE VINCULO DAS CONSULTAS SEM NUMERO DE PACIENT
      -        "E AO CADPACIENTE" TO LINHA-CABECALHO.
           MOVE LINHA-CABECALHO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "CONFIRA E EDITE O VINCPAC.DAT (PRIMEIRA COLUNA: S = VIN
      -        "CULAR, I = INCLUIR PACIENTE, N = NAO MEXER) E RODE A APL
      -        "ICACAO" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE "E" TO WS-SECAO.
           MOVE "*** CORRESPONDENCIA EXATA - NOME E TELEFONE (JA APROVAD
      -        "AS NO VINCPAC.DAT) ***" TO LINHA-SECAO.
           PERFORM R-IMPRIME-SECAO THRU R-IMPRIME-SECAO-FIM.
           MOVE "P" TO WS-SECAO.
           MOVE "*** CORRESPONDENCIA PROVAVEL - CONFIRA O NUMERO ANTES D
      -        "E APROVAR ***" TO LINHA-SECAO.
           PERFORM R-IMPRIME-SECAO THRU R-IMPRIME-SECAO-FIM.
           MOVE "N" TO WS-SECAO.
           MOVE "*** SEM CORRESPONDENCIA NO CADPACIENTE ***"
               TO LINHA-SECAO.
           PERFORM R-IMPRIME-SECAO THRU R-IMPRIME-SECAO-FIM.

           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "CONSULTAS LIDAS.........................." TO LT-TEXTO.
           MOVE WS-QTD-LIDAS TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "CONSULTAS SEM NUMERO DE PACIENTE........." TO LT-TEXTO.
           MOVE WS-QTD-SEM-NUMERO TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "  CORRESPONDENCIA EXATA.................." TO LT-TEXTO.
           MOVE WS-QTD-EXATAS TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "  CORRESPONDENCIA PROVAVEL..............." TO LT-TEXTO.
           MOVE WS-QTD-PROVAVEIS TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "  SEM CORRESPONDENCIA...................." TO LT-TEXTO.
           MOVE WS-QTD-SEM-CORRESP TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-QTD-NAO-GRAVADAS NOT = ZEROS
               MOVE "NAO GRAVADAS NO VINCPAC.DAT (FORA DAQUI)"
                   TO LT-TEXTO
               MOVE WS-QTD-NAO-GRAVADAS TO LT-TOTAL
               MOVE LINHA-TOTAL TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

           DISPLAY "CONSULTAS SEM NUMERO..: " WS-QTD-SEM-NUMERO.
           DISPLAY "  EXATAS..............: " WS-QTD-EXATAS.
           DISPLAY "  PROVAVEIS...........: " WS-QTD-PROVAVEIS.
           DISPLAY "  SEM CORRESPONDENCIA.: " WS-QTD-SEM-CORRESP.
           IF WS-QTD-NAO-GRAVADAS NOT = ZEROS
               DISPLAY "  NAO GRAVADAS........: " WS-QTD-NAO-GRAVADAS
           END-IF.
           DISPLAY "PROPOSTAS GRAVADAS EM VINCPAC.DAT".

       R-PROPOSTA-FIM.
           EXIT.

       R-LER-PROXIMA-CONSULTA.
           READ CADAGENDA NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-AGD NOT = "00"
               MOVE "S" TO WS-FIM
           END-IF.
           IF WS-FIM NOT = "S"
               ADD 1 TO WS-QTD-LIDAS
           END-IF.

       R-PROPOE-CONSULTA.
           IF AGD-CODIGO-PACIENTE = ZEROS
               ADD 1 TO WS-QTD-SEM-NUMERO
               PERFORM R-CLASSIFICA-CONSULTA
               PERFORM R-GRAVA-PROPOSTA
           END-IF.
           PERFORM R-LER-PROXIMA-CONSULTA.

       R-GRAVA-PROPOSTA.
           MOVE SPACES TO REGVINCULO.
           MOVE WS-TIPO TO VNC-TIPO.
           MOVE AGD-CRM TO VNC-CRM.
           MOVE AGD-DATA TO VNC-DATA.
           MOVE AGD-HORA TO VNC-HORA.
           MOVE AGD-PACIENTE TO VNC-PACIENTE.
           MOVE AGD-DDD-PACIENTE TO VNC-DDD.
           MOVE AGD-FONE-PACIENTE TO VNC-FONE.
           MOVE WS-OBS TO VNC-OBS.
           IF WS-CANDIDATO-I = ZEROS
               MOVE ZEROS TO VNC-CODIGO
           ELSE
               MOVE TP-CODIGO(WS-CANDIDATO-I) TO VNC-CODIGO
               MOVE TP-NOME(WS-CANDIDATO-I) TO VNC-NOME-CADASTRO
           END-IF.
           IF WS-TIPO = "E"
               MOVE "S" TO VNC-APROVADO
           ELSE
               MOVE "N" TO VNC-APROVADO
           END-IF.
           WRITE REGVINCULO.
      * SO CONTA O QUE ESTA NO VINCPAC.DAT, DE ONDE O RELATORIO SAI
           IF ST-ERRO-VNC NOT = "00"
               DISPLAY "ERRO AO GRAVAR O VINCPAC.DAT: " ST-ERRO-VNC
                   " - CONSULTA DO CRM " AGD-CRM " EM " AGD-DATA
               ADD 1 TO WS-QTD-NAO-GRAVADAS
           ELSE
               EVALUATE WS-TIPO
                   WHEN "E"
                       ADD 1 TO WS-QTD-EXATAS
                   WHEN "P"
                       ADD 1 TO WS-QTD-PROVAVEIS
                   WHEN OTHER
                       ADD 1 TO WS-QTD-SEM-CORRESP
               END-EVALUATE
           END-IF.

      * UMA SECAO DO RELATORIO: RELE O VINCPAC.DAT E IMPRIME SO AS
      * LINHAS DO TIPO EM WS-SECAO
       R-IMPRIME-SECAO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-SECAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO WS-QTD-SECAO.
           OPEN INPUT VINCULO.
           IF ST-ERRO-VNC NOT = "00"
               GO TO R-IMPRIME-SECAO-FIM
           END-IF.
           MOVE "N" TO WS-FIM-VNC.
           PERFORM R-LER-VINCULO.
           PERFORM R-IMPRIME-PROPOSTA UNTIL WS-FIM-VNC = "S".
           CLOSE VINCULO.
           IF WS-QTD-SECAO = ZEROS
               MOVE "  (NENHUMA CONSULTA NESTA SECAO)"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       R-IMPRIME-SECAO-FIM.
           EXIT.

       R-LER-VINCULO.
           READ VINCULO
               AT END
                   MOVE "S" TO WS-FIM-VNC
           END-READ.
           IF WS-FIM-VNC NOT = "S" AND ST-ERRO-VNC NOT = "00"
               MOVE "S" TO WS-FIM-VNC
           END-IF.

       R-IMPRIME-PROPOSTA.
           IF VNC-TIPO = WS-SECAO
               ADD 1 TO WS-QTD-SECAO
               PERFORM R-MONTA-DETALHE
               MOVE VNC-OBS TO LD-OBS
               MOVE LINHA-DETALHE TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM R-LER-VINCULO.

       R-MONTA-DETALHE.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE VNC-CRM TO LD-CRM.
           STRING
               VNC-DATA(7:2) DELIMITED BY SIZE
               "/"           DELIMITED BY SIZE
               VNC-DATA(5:2) DELIMITED BY SIZE
               "/"           DELIMITED BY SIZE
               VNC-DATA(1:4) DELIMITED BY SIZE
               INTO LD-DATA
           END-STRING.
           STRING
               VNC-HORA(1:2) DELIMITED BY SIZE
               ":"           DELIMITED BY SIZE
               VNC-HORA(3:2) DELIMITED BY SIZE
               INTO LD-HORA
           END-STRING.
           MOVE VNC-PACIENTE TO LD-PACIENTE.
           MOVE VNC-DDD TO LD-DDD.
           MOVE VNC-FONE TO LD-FONE.
           IF VNC-CODIGO NOT = ZEROS
               MOVE VNC-CODIGO TO LD-CODIGO
           END-IF.
           MOVE VNC-NOME-CADASTRO TO LD-NOME-CADASTRO.

      *
      **********************
      * RODADA DE APLICACAO *
      **********************
      *
       R-APLICACAO.
           OPEN INPUT VINCULO.
           IF ST-ERRO-VNC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO VINCPAC.DAT: " ST-ERRO-VNC
               DISPLAY "RODE A PROPOSTA ANTES DA APLICACAO"
               MOVE "S" TO WS-ERRO-VINCULO
               GO TO R-APLICACAO-FIM
           END-IF.

           MOVE "APLICACAO DOS VINCULOS APROVADOS NO VINCPAC.DAT"
               TO LINHA-CABECALHO.
           MOVE LINHA-CABECALHO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-TITULO TO LINHA-RELATORIO.
           MOVE "RESULTADO " TO LINHA-RELATORIO(112:10).
           WRITE LINHA-RELATORIO.

           MOVE "N" TO WS-FIM-VNC.
           PERFORM R-LER-VINCULO.
           PERFORM R-APLICA-LINHA UNTIL WS-FIM-VNC = "S".
           CLOSE VINCULO.

           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "CONSULTAS VINCULADAS....................." TO LT-TEXTO.
           MOVE WS-QTD-VINCULADAS TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "PACIENTES INCLUIDOS NO CADPACIENTE......." TO LT-TEXTO.
           MOVE WS-QTD-INCLUIDOS TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "LINHAS RECUSADAS........................." TO LT-TEXTO.
           MOVE WS-QTD-RECUSADAS TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "LINHAS NAO APROVADAS (IGNORADAS)........." TO LT-TEXTO.
           MOVE WS-QTD-IGNORADAS TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           DISPLAY "CONSULTAS VINCULADAS..: " WS-QTD-VINCULADAS.
           DISPLAY "PACIENTES INCLUIDOS...: " WS-QTD-INCLUIDOS.
           DISPLAY "LINHAS RECUSADAS......: " WS-QTD-RECUSADAS.
           DISPLAY "LINHAS IGNORADAS......: " WS-QTD-IGNORADAS.

       R-APLICACAO-FIM.
           EXIT.

       R-APLICA-LINHA.
           IF VNC-APROVADO = "s"
               MOVE "S" TO VNC-APROVADO
           END-IF.
           IF VNC-APROVADO = "i"
               MOVE "I" TO VNC-APROVADO
           END-IF.
           IF VNC-APROVADO = "S" OR VNC-APROVADO = "I"
               PERFORM R-APLICA-VINCULO THRU R-APLICA-VINCULO-FIM
               PERFORM R-MONTA-DETALHE
               MOVE WS-CODIGO-VINCULO TO LD-CODIGO
               IF WS-CODIGO-VINCULO = ZEROS
                   MOVE SPACES TO LD-CODIGO
               END-IF
               MOVE WS-RESULTADO TO LD-OBS
               MOVE LINHA-DETALHE TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               ADD 1 TO WS-QTD-IGNORADAS
           END-IF.
           PERFORM R-LER-VINCULO.

      * A CONSULTA E CONFERIDA ANTES DE QUALQUER INCLUSAO, PARA QUE
      * UMA APLICACAO REPETIDA NAO CRIE PACIENTES DE NOVO
       R-APLICA-VINCULO.
           MOVE ZEROS TO WS-CODIGO-VINCULO.
           MOVE SPACES TO WS-RESULTADO.
           MOVE VNC-CRM TO AGD-CRM.
           MOVE VNC-DATA TO AGD-DATA.
           MOVE VNC-HORA TO AGD-HORA.
           READ CADAGENDA.
           IF ST-ERRO-AGD NOT = "00"
               MOVE "RECUSADA - CONSULTA NAO ENCONTRADA" TO WS-RESULTADO
               ADD 1 TO WS-QTD-RECUSADAS
               GO TO R-APLICA-VINCULO-FIM
           END-IF.
           IF AGD-CODIGO-PACIENTE NOT = ZEROS
               MOVE AGD-CODIGO-PACIENTE TO WS-CODIGO-VINCULO
               MOVE "RECUSADA - CONSULTA JA TEM NUMERO" TO WS-RESULTADO
               ADD 1 TO WS-QTD-RECUSADAS
               GO TO R-APLICA-VINCULO-FIM
           END-IF.

           IF VNC-APROVADO = "S"
               PERFORM R-CONFERE-PACIENTE
           ELSE
               PERFORM R-ACHA-OU-INCLUI-PACIENTE
           END-IF.
           IF WS-RESULTADO NOT = SPACES
               ADD 1 TO WS-QTD-RECUSADAS
               GO TO R-APLICA-VINCULO-FIM
           END-IF.

           MOVE VNC-CRM TO AGD-CRM.
           MOVE VNC-DATA TO AGD-DATA.
           MOVE VNC-HORA TO AGD-HORA.
           READ CADAGENDA.
           IF ST-ERRO-AGD = "00"
               MOVE WS-CODIGO-VINCULO TO AGD-CODIGO-PACIENTE
               REWRITE REGAGENDA
           END-IF.
           IF ST-ERRO-AGD = "00"
               ADD 1 TO WS-QTD-VINCULADAS
               IF WS-GRAVOU = "S"
                   MOVE "VINCULADA A PACIENTE INCLUIDO AGORA"
                       TO WS-RESULTADO
               ELSE
                   MOVE "VINCULADA" TO WS-RESULTADO
               END-IF
           ELSE
               MOVE "RECUSADA - ERRO AO REGRAVAR A CONSULTA"
                   TO WS-RESULTADO
               ADD 1 TO WS-QTD-RECUSADAS
           END-IF.

       R-APLICA-VINCULO-FIM.
           EXIT.

      * LINHA "S": O NUMERO PODE TER SIDO CORRIGIDO A MAO NO ARQUIVO,
      * ENTAO E CONFERIDO DE NOVO CONTRA O CADPACIENTE
       R-CONFERE-PACIENTE.
           MOVE "N" TO WS-GRAVOU.
           IF VNC-CODIGO = ZEROS
               MOVE "RECUSADA - APROVADA SEM NUMERO" TO WS-RESULTADO
           ELSE
               MOVE VNC-CODIGO TO PAC-CODIGO
               READ CADPACIENTE
               IF ST-ERRO-PAC NOT = "00"
                   MOVE "RECUSADA - PACIENTE NAO CADASTRADO"
                       TO WS-RESULTADO
               ELSE
                   EVALUATE PAC-SITUACAO
                       WHEN "U"
                           MOVE PAC-CODIGO-UNIFICADO
                               TO WS-CODIGO-VINCULO
                           MOVE "RECUSADA - PACIENTE UNIFICADO NESTE NUM
      -                        "ERO" TO WS-RESULTADO
                       WHEN "N"
                           MOVE "RECUSADA - PACIENTE ANONIMIZADO (LGPD)"
                               TO WS-RESULTADO
                       WHEN OTHER
                           MOVE PAC-CODIGO TO WS-CODIGO-VINCULO
                   END-EVALUATE
               END-IF
           END-IF.

      * LINHA "I": SE O PACIENTE JA FOI INCLUIDO (NESTA APLICACAO OU
      * NO PROGPACIENTE DEPOIS DA PROPOSTA) A CONSULTA VAI PARA ELE;
      * SE HA MAIS DE UM CANDIDATO EXATO A LINHA E RECUSADA. O
      * INCLUIDO NESTA APLICACAO BASTA TER O MESMO NOME NORMALIZADO
      * (AS CONSULTAS ANTIGAS DA MESMA PESSOA TEM TELEFONES
      * DIFERENTES OU ZERADOS), DESDE QUE O NOME NAO SEJA TAMBEM DE
      * OUTRO PACIENTE. SENAO O PACIENTE E INCLUIDO COM O PROXIMO
      * NUMERO
       R-ACHA-OU-INCLUI-PACIENTE.
           MOVE "N" TO WS-GRAVOU.
           PERFORM R-CLASSIFICA-CONSULTA.
           MOVE ZEROS TO WS-INC-ACHADOS WS-INC-CODIGO WS-QTD-HOMONIMOS.
           IF WS-QTD-EXATOS = ZEROS AND WS-NOME-NORM NOT = SPACES
               MOVE ZEROS TO WS-INC-I
               PERFORM R-PROCURA-INCLUIDO UNTIL WS-INC-I = WS-QTD-INC
               IF WS-INC-ACHADOS = 1
                   MOVE ZEROS TO WS-PAC-I
                   PERFORM R-CONTA-HOMONIMO UNTIL WS-PAC-I = WS-QTD-PAC
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-QTD-EXATOS = 1
                   MOVE TP-CODIGO(WS-CANDIDATO-I) TO WS-CODIGO-VINCULO
               WHEN WS-QTD-EXATOS > 1
                   MOVE "RECUSADA - VARIOS CANDIDATOS NO CADASTRO"
                       TO WS-RESULTADO
               WHEN WS-INC-ACHADOS > 1
               WHEN WS-INC-ACHADOS = 1 AND WS-QTD-HOMONIMOS NOT = ZEROS
                   MOVE "RECUSADA - NOME DE MAIS DE UM PACIENTE"
                       TO WS-RESULTADO
               WHEN WS-INC-ACHADOS = 1
                   MOVE WS-INC-CODIGO TO WS-CODIGO-VINCULO
               WHEN WS-QTD-INC NOT < 5000
                   MOVE "RECUSADA - LIMITE DE INCLUSOES DA RODADA"
                       TO WS-RESULTADO
               WHEN OTHER
                   PERFORM R-INCLUI-PACIENTE
           END-EVALUATE.

       R-PROCURA-INCLUIDO.
           ADD 1 TO WS-INC-I.
           IF TI-NOME-NORM(WS-INC-I) = WS-NOME-NORM
               ADD 1 TO WS-INC-ACHADOS
               MOVE TI-CODIGO(WS-INC-I) TO WS-INC-CODIGO
           END-IF.

      * OUTRO PACIENTE DO CADASTRO COM O MESMO NOME DO INCLUIDO
       R-CONTA-HOMONIMO.
           ADD 1 TO WS-PAC-I.
           IF TP-NOME-NORM(WS-PAC-I) = WS-NOME-NORM
               AND TP-CODIGO(WS-PAC-I) NOT = WS-INC-CODIGO
               ADD 1 TO WS-QTD-HOMONIMOS
           END-IF.

      * O NOME E GRAVADO EM MAIUSCULAS COMO FOI DIGITADO NA AGENDA;
      * DATA DE NASCIMENTO E CONVENIO FICAM PARA O PROGPACIENTE
       R-INCLUI-PACIENTE.
           MOVE SPACES TO REGPACIENTE.
           MOVE AGD-PACIENTE TO PAC-NOME.
           INSPECT PAC-NOME CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZEROS TO PAC-DATA-NASCIMENTO PAC-DDD-RECADO
               PAC-FONE-RECADO PAC-CONVENIO PAC-CODIGO-UNIFICADO.
           MOVE AGD-DDD-PACIENTE TO PAC-DDD.
           MOVE AGD-FONE-PACIENTE TO PAC-FONE.
           MOVE "A" TO PAC-SITUACAO.
           MOVE "N" TO WS-GRAVOU.
           PERFORM R-TENTA-INCLUIR UNTIL WS-GRAVOU NOT = "N".
           IF WS-GRAVOU = "S"
               ADD 1 TO WS-QTD-INCLUIDOS
               MOVE PAC-CODIGO TO WS-CODIGO-VINCULO
               IF WS-QTD-PAC < 5000
                   ADD 1 TO WS-QTD-PAC
                   PERFORM R-PACIENTE-NA-TABELA
               END-IF
               ADD 1 TO WS-QTD-INC
               MOVE PAC-CODIGO TO TI-CODIGO(WS-QTD-INC)
               MOVE WS-NOME-NORM TO TI-NOME-NORM(WS-QTD-INC)
           ELSE
               MOVE "RECUSADA - ERRO AO INCLUIR O PACIENTE"
                   TO WS-RESULTADO
           END-IF.

      * CHAVE DUPLICADA = UM OPERADOR INCLUIU PACIENTE NO
      * PROGPACIENTE DURANTE A RODADA: TENTA O NUMERO SEGUINTE
       R-TENTA-INCLUIR.
           ADD 1 TO WS-MAIOR-CODIGO.
           MOVE WS-MAIOR-CODIGO TO PAC-CODIGO.
           WRITE REGPACIENTE.
           EVALUATE ST-ERRO-PAC
               WHEN "00"
               WHEN "02"
                   MOVE "S" TO WS-GRAVOU
               WHEN "22"
                   CONTINUE
               WHEN OTHER
                   MOVE "E" TO WS-GRAVOU
           END-EVALUATE.

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
           IF WS-PRM-LOTE = "S" AND WS-PRM-TEM-MODO NOT = "S"
               DISPLAY "PARAMETRO MODO NAO INFORMADO NO PARAMLOTE.DAT"
               MOVE "PARAMETRO MODO NAO INFORMADO" TO WS-MSG-LOTE
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
           IF PRM-PROGRAMA = "VINCPAC"
               MOVE "S" TO WS-PRM-LOTE
               EVALUATE PRM-NOME
                   WHEN "LOTE"
                       CONTINUE
                   WHEN "MODO"
                       EVALUATE PRM-VALOR
                           WHEN "P"
                           WHEN "A"
                               MOVE PRM-VALOR(1:1) TO WS-PRM-MODO
                               MOVE "S" TO WS-PRM-TEM-MODO
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
               MOVE "VINCPAC" TO RES-PROGRAMA
               MOVE RETURN-CODE TO RES-RETORNO
               MOVE WS-QTD-LIDAS TO RES-QTD-LIDOS
               MOVE WS-QTD-VINCULADAS TO RES-QTD-GRAVADOS
               MOVE WS-MSG-LOTE TO RES-MENSAGEM
               WRITE REGRESLOTE
               CLOSE RESLOTE
           END-IF.

       R-FIM.
           IF WS-PRM-LOTE = "S"
               PERFORM R-GRAVA-RESULTADO
           END-IF.
           EXIT PROGRAM.
