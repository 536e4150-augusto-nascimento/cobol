       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPRECO.
       AUTHOR. AUGUSTO ROCHA NASCIMENTO.
      *----------------------------------------------------------------
      * MANUTENCAO DOS CONVENIOS (CADCONV / REGCONV.DAT, LAYOUT EM
      * CONVREG.CPY) E DA TABELA DE PRECOS DE CONSULTA POR
      * ESPECIALIDADE E CONVENIO (CADPRECO / REGPRECO.DAT, LAYOUT EM
      * PRECOREG.CPY), NOS MOLDES DO PROGESPEC. E A TABELA USADA
      * PELO FATURAMENTO MENSAL (EXPFATUR) PARA DAR VALOR A CADA
      * CONSULTA ATENDIDA. SO O PERFIL SUPERVISOR ENTRA.
      * OS CONVENIOS PODEM SER INCLUIDOS E RENOMEADOS, MAS NAO
      * APAGADOS, POIS O CADPACIENTE GUARDA O CODIGO; O REGCONV.DAT
      * E REGRAVADO POR INTEIRO A CADA ALTERACAO, A PARTIR DA TABELA
      * EM MEMORIA. OS PRECOS PODEM SER INCLUIDOS, ALTERADOS E
      * EXCLUIDOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPRECO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRC-CHAVE
           FILE STATUS IS ST-ERRO-PRC.

       SELECT CADCONV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-CNV.

       SELECT CADESPEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-ESP.

       SELECT CADOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-CODIGO
           FILE STATUS IS ST-ERRO-OPE.
      *-----------DATA DIVISION--------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPRECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGPRECO.DAT".

           COPY PRECOREG.

       FD CADCONV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGCONV.DAT".

           COPY CONVREG.

       FD CADESPEC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGESPEC.DAT".

           COPY ESPEREG.

       FD CADOPER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGOPER.DAT".

           COPY OPERREG.

      *
      *----------WORKING-STORAGE SECTION-----------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-PRC  PIC X(02) VALUE "00".
       77 ST-ERRO-CNV  PIC X(02) VALUE "00".
       77 ST-ERRO-ESP  PIC X(02) VALUE "00".
       77 ST-ERRO-OPE  PIC X(02) VALUE "00".

      * OPERADOR IDENTIFICADO NA PARTIDA (CADOPER / PROGOPER)
       77 WS-OPERADOR PIC 9(04) VALUE ZEROS.
       01 WS-SENHA PIC X(08) VALUE SPACES.
       77 WS-TENTATIVAS PIC 9(01) VALUE ZEROS.
       01 WS-OPE-NOME PIC X(30) VALUE SPACES.
       77 WS-OPE-PERFIL PIC X(01) VALUE SPACE.
           COPY SENHAPAR.

       77 WS-OPR PIC X(01) VALUE SPACES.
      * WS-OPR:
      * C - INCLUIR OU RENOMEAR CONVENIO
      * P - INCLUIR OU ALTERAR PRECO
      * E - EXCLUIR PRECO
      * L - LISTAR TABELA DE PRECOS
       77 WS-OPT PIC X(01) VALUE SPACES.
       77 WS-ANY PIC X(01) VALUE SPACES.
       01 WS-MSG PIC X(100) VALUE SPACES.
       77 WS-CLEAR PIC X(100) VALUE SPACES.

       77 WS-FIM PIC X(01) VALUE "N".
       77 WS-FIM-ESP PIC X(01) VALUE "N".
       77 WS-FIM-CNV PIC X(01) VALUE "N".
       77 WS-COUNT PIC 9(03) VALUE ZEROS.
       77 WS-LINE PIC 9(02) VALUE ZEROS.
       77 WS-REGRAVA-OK PIC X(01) VALUE "S".
       77 WS-PRECO-EXISTE PIC X(01) VALUE "N".

       77 WS-CNV-CODIGO PIC 9(03) VALUE ZEROS.
       01 WS-CNV-NOME PIC X(20) VALUE SPACES.
       77 WS-PRC-ESPEC PIC 9(02) VALUE ZEROS.
       77 WS-PRC-CONV PIC 9(03) VALUE ZEROS.
       77 WS-PRC-VALOR PIC 9(06)V99 VALUE ZEROS.
       01 WS-ESPEC-ROTULO PIC X(20) VALUE SPACES.
       01 WS-CONV-ROTULO PIC X(20) VALUE SPACES.
       01 WS-VALOR-ED PIC ZZZ.ZZ9,99.

           COPY TABESPEC.

           COPY TABCONV.

      *-----------SCREEN SECTION-------------------
       SCREEN SECTION.
       01 TELA-CONV.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 25 VALUE "----------------------------".
           02 LINE 02 COLUMN 25 VALUE "| CONVENIOS E TABELA DE PREC".
           02 LINE 02 COLUMN 53 VALUE "OS |".
           02 LINE 03 COLUMN 25 VALUE "----------------------------".
           02 LINE 05 COLUMN 01 VALUE "CONVENIO:".
           02 LINE 07 COLUMN 01 VALUE "NOME:".
           02 T-CNV-CODIGO LINE 05 COLUMN 15 PIC 9(03)
               USING WS-CNV-CODIGO HIGHLIGHT.
           02 T-CNV-NOME LINE 07 COLUMN 15 PIC X(20)
               USING WS-CNV-NOME.

       01 TELA-PRECO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 25 VALUE "----------------------------".
           02 LINE 02 COLUMN 25 VALUE "| CONVENIOS E TABELA DE PREC".
           02 LINE 02 COLUMN 53 VALUE "OS |".
           02 LINE 03 COLUMN 25 VALUE "----------------------------".
           02 LINE 05 COLUMN 01 VALUE "ESPECIALIDADE:".
           02 LINE 07 COLUMN 01 VALUE "CONVENIO:".
           02 LINE 09 COLUMN 01 VALUE "VALOR R$:".
           02 T-PRC-ESPEC LINE 05 COLUMN 16 PIC 9(02)
               USING WS-PRC-ESPEC HIGHLIGHT.
           02 T-PRC-CONV LINE 07 COLUMN 16 PIC 9(03)
               USING WS-PRC-CONV HIGHLIGHT.
           02 T-PRC-VALOR LINE 09 COLUMN 16 PIC ZZZZZ9,99
               USING WS-PRC-VALOR.

       01 TELA-ABERTURA.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 25 VALUE "----------------------------".
           02 LINE 02 COLUMN 25 VALUE "| CONVENIOS E TABELA DE PREC".
           02 LINE 02 COLUMN 53 VALUE "OS |".
           02 LINE 03 COLUMN 25 VALUE "----------------------------".
           02 LINE 05 COLUMN 01 VALUE "O QUE DESEJA FAZER?".
           02 LINE 06 COLUMN 01 VALUE "(C)ONVENIO - INCLUIR/RENOMEAR".
           02 LINE 07 COLUMN 01 VALUE "(P)RECO - INCLUIR/ALTERAR".
           02 LINE 08 COLUMN 01 VALUE "(E)XCLUIR PRECO".
           02 LINE 09 COLUMN 01 VALUE "(L)ISTAR TABELA DE PRECOS".
           02 LINE 10 COLUMN 01 VALUE "(S)AIR".

       01 TELA-IDENTIFICACAO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 25 VALUE "----------------------------".
           02 LINE 02 COLUMN 25 VALUE "| CONVENIOS E TABELA DE PREC".
           02 LINE 02 COLUMN 53 VALUE "OS |".
           02 LINE 03 COLUMN 25 VALUE "----------------------------".
           02 LINE 05 COLUMN 01 VALUE "CODIGO DO OPERADOR:".
           02 LINE 07 COLUMN 01 VALUE "SENHA:".
           02 T-ID-OPERADOR LINE 05 COLUMN 21 PIC 9(04)
               USING WS-OPERADOR.
           02 T-ID-SENHA LINE 07 COLUMN 21 PIC X(08) USING WS-SENHA
               SECURE.

      *--------------------------------------------
       PROCEDURE DIVISION.
       SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
       SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'.

       INICIO.

      *
      **********************
      * IDENTIFICACAO DO OPERADOR - SO SUPERVISOR ALTERA A TABELA *
      **********************
      *
       R-IDENTIFICACAO.
           OPEN INPUT CADOPER
           IF ST-ERRO-OPE NOT = "00"
               MOVE "*** CADASTRE OS OPERADORES NO PROGOPER PRIMEIRO **
      -            "*" TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO ROT-FIM
           END-IF.
           CLOSE CADOPER.

       R-PEDE-SENHA.
           DISPLAY TELA-IDENTIFICACAO.
           MOVE ZEROS TO WS-OPERADOR.
           MOVE SPACES TO WS-SENHA.
           ACCEPT T-ID-OPERADOR.
           IF cob-crt-status = 2005
              GO TO ROT-FIM.
           ACCEPT T-ID-SENHA.

      * A CONFERENCIA, O BLOQUEIO, A TROCA OBRIGATORIA DA SENHA E O
      * LOG DE SEGURANCA FICAM NO SENHAOPE
           MOVE "I" TO SNH-FUNCAO.
           MOVE WS-OPERADOR TO SNH-OPERADOR.
           MOVE WS-SENHA TO SNH-SENHA.
           MOVE "PROGPRECO" TO SNH-PROGRAMA.
           CALL "SENHAOPE" USING PARMSENHA.
           MOVE SPACES TO WS-SENHA.
           MOVE SPACES TO SNH-SENHA.
           EVALUATE SNH-RETORNO
               WHEN "S"
                   CONTINUE
               WHEN "N"
                   ADD 1 TO WS-TENTATIVAS
                   IF WS-TENTATIVAS >= 3
                       MOVE "ACESSO NEGADO" TO WS-MSG
                       PERFORM SHOW-MSG
                       ACCEPT WS-ANY
                       GO TO ROT-FIM
                   END-IF
                   MOVE "OPERADOR OU SENHA INVALIDOS" TO WS-MSG
                   PERFORM SHOW-MSG
                   ACCEPT WS-ANY
                   GO TO R-PEDE-SENHA
               WHEN "U"
                   MOVE "OPERADOR EM ALTERACAO NO PROGOPER - TENTE DE NO
      -                "VO EM INSTANTES" TO WS-MSG
                   PERFORM SHOW-MSG
                   ACCEPT WS-ANY
                   GO TO R-PEDE-SENHA
               WHEN "B"
                   MOVE "OPERADOR BLOQUEADO POR TENTATIVAS INVALIDAS - P
      -                "ROCURE O SUPERVISOR" TO WS-MSG
                   PERFORM SHOW-MSG
                   ACCEPT WS-ANY
                   GO TO ROT-FIM
               WHEN "T"
                   MOVE "SENHA NAO TROCADA - ACESSO NEGADO" TO WS-MSG
                   PERFORM SHOW-MSG
                   ACCEPT WS-ANY
                   GO TO ROT-FIM
               WHEN OTHER
                   MOVE "*** ERRO NA ABERTURA DO CADOPER ***" TO WS-MSG
                   PERFORM SHOW-MSG
                   ACCEPT WS-ANY
                   GO TO ROT-FIM
           END-EVALUATE.
           IF SNH-PERFIL NOT = "S"
               MOVE "PROGRAMA RESERVADO AO PERFIL SUPERVISOR" TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO ROT-FIM
           END-IF.
           MOVE SNH-NOME TO WS-OPE-NOME.
           MOVE SNH-PERFIL TO WS-OPE-PERFIL.

           PERFORM CRIA-TABELA-ESPECIALIADES.
           PERFORM CRIA-TABELA-CONVENIOS.

       INICIO-PRECO.
           OPEN I-O CADPRECO
           IF ST-ERRO-PRC NOT = "00"
               IF ST-ERRO-PRC = "35"
                   OPEN OUTPUT CADPRECO
                   CLOSE CADPRECO
                   MOVE "*** ARQUIVO CADPRECO SENDO CRIADO **" TO WS-MSG
                   PERFORM SHOW-MSG
                   GO TO INICIO-PRECO
               ELSE
                   MOVE "ERRO NA ABERTURA DO CADPRECO. CODIGO: "
                       TO WS-MSG
                   PERFORM SHOW-MSG
                   DISPLAY ST-ERRO-PRC
                   ACCEPT WS-ANY
                   GO TO ROT-FIM
               END-IF
           END-IF.

       R-ABERTURA.
           DISPLAY TELA-ABERTURA.
           DISPLAY "OPERADOR:" LINE 01 COLUMN 01.
           DISPLAY WS-OPERADOR LINE 01 COLUMN 11.
           MOVE ZEROS TO WS-CNV-CODIGO WS-PRC-ESPEC WS-PRC-CONV
               WS-PRC-VALOR.
           MOVE SPACES TO WS-CNV-NOME.

           ACCEPT WS-OPR LINE 11 COLUMN 01.
           EVALUATE WS-OPR
               WHEN "C"
               WHEN "c"
                   MOVE "C" TO WS-OPR
                   GO TO R-CONVENIO
               WHEN "P"
               WHEN "p"
                   MOVE "P" TO WS-OPR
                   GO TO R-PRECO
               WHEN "E"
               WHEN "e"
                   MOVE "E" TO WS-OPR
                   GO TO R-EXCLUIR
               WHEN "L"
               WHEN "l"
                   MOVE "L" TO WS-OPR
                   GO TO R-LISTAR
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO WS-OPR
                   GO TO ROT-FIM
               WHEN OTHER
                   MOVE "OPCAO INVALIDA DIGITE QUALQUER TECLA PARA CONTI
      -            "NUAR" TO WS-MSG
                   PERFORM SHOW-MSG
                   ACCEPT WS-ANY
                   GO TO R-ABERTURA
           END-EVALUATE.

      *
      **********************
      * INCLUSAO E RENOMEACAO DE CONVENIO *
      **********************
      *
       R-CONVENIO.
           DISPLAY TELA-CONV.
           ACCEPT T-CNV-CODIGO.
           IF cob-crt-status = 2005
              GO TO R-ABERTURA.

           IF WS-CNV-CODIGO < 1
               MOVE "CODIGO INVALIDO DIGITE DE 001 A 999" TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO R-CONVENIO
           END-IF.

           IF CNV-PRESENTE(WS-CNV-CODIGO) = "S"
               MOVE CNV-ROTULO(WS-CNV-CODIGO) TO WS-CNV-NOME
               DISPLAY TELA-CONV
               MOVE "CONVENIO JA CADASTRADO - INFORME O NOVO NOME" TO
                   WS-MSG
               PERFORM SHOW-MSG
           END-IF.

       R-CONVENIO-NOME.
           ACCEPT T-CNV-NOME.
           IF cob-crt-status = 2005
              GO TO R-CONVENIO.

           IF WS-CNV-NOME = SPACES
               MOVE "INFORME O NOME DO CONVENIO" TO WS-MSG
               PERFORM SHOW-MSG
               GO TO R-CONVENIO-NOME.

           MOVE "DADOS OK (S/N) ?: " TO WS-MSG.
           PERFORM SHOW-MSG.
           ACCEPT WS-OPT LINE 24 COLUMN 01.
           IF WS-OPT = "S" OR "s" THEN
               MOVE WS-CNV-NOME TO CNV-ROTULO(WS-CNV-CODIGO)
               MOVE "S" TO CNV-PRESENTE(WS-CNV-CODIGO)
               PERFORM R-REGRAVA-CADCONV THRU R-REGRAVA-FIM
           END-IF.
           GO TO R-ABERTURA.

      *
      **********************
      * INCLUSAO E ALTERACAO DE PRECO *
      **********************
      *
       R-PRECO.
           DISPLAY TELA-PRECO.
           PERFORM R-PEDE-CHAVE-PRECO THRU R-PEDE-CHAVE-FIM.
           IF WS-OPR = "S"
               GO TO R-ABERTURA
           END-IF.

           MOVE WS-PRC-ESPEC TO PRC-ESPECIALIDADE.
           MOVE WS-PRC-CONV TO PRC-CONVENIO.
           READ CADPRECO.
           EVALUATE ST-ERRO-PRC
               WHEN "00"
                   MOVE "S" TO WS-PRECO-EXISTE
                   MOVE PRC-VALOR TO WS-PRC-VALOR
                   DISPLAY T-PRC-VALOR
                   MOVE "PRECO JA CADASTRADO - INFORME O NOVO VALOR"
                       TO WS-MSG
                   PERFORM SHOW-MSG
               WHEN "23"
                   MOVE "N" TO WS-PRECO-EXISTE
                   MOVE ZEROS TO WS-PRC-VALOR
               WHEN OTHER
                   MOVE "ERRO NA LEITURA DO CADPRECO. CODIGO: "
                       TO WS-MSG
                   PERFORM SHOW-MSG
                   DISPLAY ST-ERRO-PRC
                   ACCEPT WS-ANY
                   GO TO R-ABERTURA
           END-EVALUATE.

       R-PRECO-VALOR.
           ACCEPT T-PRC-VALOR.
           IF cob-crt-status = 2005
              GO TO R-PRECO.

           IF WS-PRC-VALOR = ZEROS
               MOVE "INFORME O VALOR DA CONSULTA" TO WS-MSG
               PERFORM SHOW-MSG
               GO TO R-PRECO-VALOR.

           MOVE "DADOS OK (S/N) ?: " TO WS-MSG.
           PERFORM SHOW-MSG.
           ACCEPT WS-OPT LINE 24 COLUMN 01.
           IF WS-OPT NOT = "S" AND WS-OPT NOT = "s"
               GO TO R-ABERTURA
           END-IF.

           MOVE WS-PRC-ESPEC TO PRC-ESPECIALIDADE.
           MOVE WS-PRC-CONV TO PRC-CONVENIO.
           MOVE WS-PRC-VALOR TO PRC-VALOR.
           IF WS-PRECO-EXISTE = "S"
               REWRITE REGPRECO
           ELSE
               WRITE REGPRECO
           END-IF.
           IF ST-ERRO-PRC NOT = "00" AND ST-ERRO-PRC NOT = "02"
               MOVE "ERRO AO GRAVAR O PRECO. CODIGO: " TO WS-MSG
               PERFORM SHOW-MSG
               DISPLAY ST-ERRO-PRC
               ACCEPT WS-ANY
           END-IF.
           GO TO R-ABERTURA.

      *
      **********************
      * EXCLUSAO DE PRECO *
      **********************
      *
       R-EXCLUIR.
           DISPLAY TELA-PRECO.
           PERFORM R-PEDE-CHAVE-PRECO THRU R-PEDE-CHAVE-FIM.
           IF WS-OPR = "S"
               GO TO R-ABERTURA
           END-IF.

           MOVE WS-PRC-ESPEC TO PRC-ESPECIALIDADE.
           MOVE WS-PRC-CONV TO PRC-CONVENIO.
           READ CADPRECO.
           IF ST-ERRO-PRC NOT = "00"
               MOVE "PRECO NAO CADASTRADO PRESSIONE QUALQUER TECLA PARA
      -            "CONTINUAR" TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO R-ABERTURA
           END-IF.
           MOVE PRC-VALOR TO WS-PRC-VALOR.
           DISPLAY T-PRC-VALOR.

           MOVE "CONFIRMA A EXCLUSAO (S/N) ?: " TO WS-MSG.
           PERFORM SHOW-MSG.
           ACCEPT WS-OPT LINE 24 COLUMN 01.
           IF WS-OPT = "S" OR "s" THEN
               DELETE CADPRECO
               IF ST-ERRO-PRC NOT = "00"
                   MOVE "ERRO AO EXCLUIR O PRECO. CODIGO: " TO WS-MSG
                   PERFORM SHOW-MSG
                   DISPLAY ST-ERRO-PRC
                   ACCEPT WS-ANY
               END-IF
           END-IF.
           GO TO R-ABERTURA.

      *
      **********************
      * ENTRADA DA CHAVE ESPECIALIDADE + CONVENIO *
      **********************
      *
      * VOLTA COM WS-OPR = "S" QUANDO O OPERADOR DESISTE (ESC)
       R-PEDE-CHAVE-PRECO.
           ACCEPT T-PRC-ESPEC.
           IF cob-crt-status = 2005
               MOVE "S" TO WS-OPR
               GO TO R-PEDE-CHAVE-FIM
           END-IF.
           MOVE SPACES TO WS-ESPEC-ROTULO.
           IF WS-PRC-ESPEC >= 1
               AND WS-PRC-ESPEC <= WS-QTD-ESPECIALIDADES
               MOVE ESPECIALIDADE-PONTEIRO(WS-PRC-ESPEC)
                   TO WS-ESPEC-ROTULO
           END-IF.
           IF WS-ESPEC-ROTULO = SPACES
               MOVE "ESPECIALIDADE NAO CADASTRADA NO REGESPEC.DAT"
                   TO WS-MSG
               PERFORM SHOW-MSG
               GO TO R-PEDE-CHAVE-PRECO
           END-IF.
           PERFORM CLEAR-MSG.
           DISPLAY WS-ESPEC-ROTULO LINE 05 COLUMN 22.

       R-PEDE-CHAVE-CONVENIO.
           ACCEPT T-PRC-CONV.
           IF cob-crt-status = 2005
               GO TO R-PEDE-CHAVE-PRECO
           END-IF.
           IF WS-PRC-CONV < 1
               MOVE "CONVENIO NAO CADASTRADO" TO WS-MSG
               PERFORM SHOW-MSG
               GO TO R-PEDE-CHAVE-CONVENIO
           END-IF.
           IF CNV-PRESENTE(WS-PRC-CONV) NOT = "S"
               MOVE "CONVENIO NAO CADASTRADO" TO WS-MSG
               PERFORM SHOW-MSG
               GO TO R-PEDE-CHAVE-CONVENIO
           END-IF.
           PERFORM CLEAR-MSG.
           DISPLAY CNV-ROTULO(WS-PRC-CONV) LINE 07 COLUMN 22.

       R-PEDE-CHAVE-FIM.
           EXIT.

      *
      **********************
      * LISTAGEM DA TABELA DE PRECOS *
      **********************
      *
       R-LISTAR.
           PERFORM R-TITULO-LISTA.
           MOVE ZEROS TO PRC-CHAVE.
           MOVE "N" TO WS-FIM.
           START CADPRECO KEY IS NOT LESS THAN PRC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM
           END-START.
           IF WS-FIM NOT = "S"
               PERFORM R-LER-PROXIMO-PRECO
           END-IF.
           PERFORM R-LISTA-PRECO UNTIL WS-FIM = "S".
           MOVE "FIM DA LISTA PRESSIONE QUALQUER TECLA PARA CONTINUAR"
               TO WS-MSG.
           PERFORM SHOW-MSG.
           ACCEPT WS-ANY.
           GO TO R-ABERTURA.

       R-TITULO-LISTA.
           DISPLAY TELA-ABERTURA.
           DISPLAY "ESP ESPECIALIDADE        CNV CONVENIO"
               LINE 05 COLUMN 32.
           DISPLAY "VALOR" LINE 05 COLUMN 76.
           MOVE 5 TO WS-LINE.

       R-LER-PROXIMO-PRECO.
           READ CADPRECO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-PRC NOT = "00"
               MOVE "S" TO WS-FIM
           END-IF.

       R-LISTA-PRECO.
           ADD 1 TO WS-LINE.
           IF WS-LINE > 22
               MOVE "PRESSIONE QUALQUER TECLA PARA A PROXIMA PAGINA"
                   TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               PERFORM R-TITULO-LISTA
               MOVE 6 TO WS-LINE
           END-IF.
           MOVE SPACES TO WS-ESPEC-ROTULO WS-CONV-ROTULO.
           IF PRC-ESPECIALIDADE >= 1
               AND PRC-ESPECIALIDADE <= WS-QTD-ESPECIALIDADES
               MOVE ESPECIALIDADE-PONTEIRO(PRC-ESPECIALIDADE)
                   TO WS-ESPEC-ROTULO
           END-IF.
           IF PRC-CONVENIO >= 1
               MOVE CNV-ROTULO(PRC-CONVENIO) TO WS-CONV-ROTULO
           END-IF.
           MOVE PRC-VALOR TO WS-VALOR-ED.
           DISPLAY PRC-ESPECIALIDADE LINE WS-LINE COLUMN 32.
           DISPLAY WS-ESPEC-ROTULO(1:17) LINE WS-LINE COLUMN 36.
           DISPLAY PRC-CONVENIO LINE WS-LINE COLUMN 54.
           DISPLAY WS-CONV-ROTULO(1:12) LINE WS-LINE COLUMN 58.
           DISPLAY WS-VALOR-ED LINE WS-LINE COLUMN 71.
           PERFORM R-LER-PROXIMO-PRECO.

      *
      **********************
      * REGRAVACAO DO CADCONV A PARTIR DA TABELA EM MEMORIA *
      **********************
      *
       R-REGRAVA-CADCONV.
           MOVE "S" TO WS-REGRAVA-OK.
           OPEN OUTPUT CADCONV.
           IF ST-ERRO-CNV NOT = "00"
               MOVE "ERRO AO REGRAVAR O CADCONV. CODIGO: " TO WS-MSG
               PERFORM SHOW-MSG
               DISPLAY ST-ERRO-CNV
               ACCEPT WS-ANY
               GO TO R-REGRAVA-FIM
           END-IF.
           MOVE 0 TO WS-COUNT.
           PERFORM R-REGRAVA-CONVENIO
               UNTIL WS-COUNT = 999.
           CLOSE CADCONV.
           IF ST-ERRO-CNV NOT = "00"
               MOVE "N" TO WS-REGRAVA-OK
           END-IF.
           IF WS-REGRAVA-OK NOT = "S"
               MOVE "ERRO AO REGRAVAR O CADCONV - CONFIRA A TABELA ANTE
      -            "S DE SAIR. CODIGO: " TO WS-MSG
               PERFORM SHOW-MSG
               DISPLAY ST-ERRO-CNV
               ACCEPT WS-ANY
           END-IF.

       R-REGRAVA-FIM.
           EXIT.

       R-REGRAVA-CONVENIO.
           ADD 1 TO WS-COUNT.
           IF CNV-PRESENTE(WS-COUNT) = "S"
               MOVE WS-COUNT TO CNV-CODIGO
               MOVE CNV-ROTULO(WS-COUNT) TO CNV-NOME
               WRITE REGCONVENIO
               IF ST-ERRO-CNV NOT = "00"
                   MOVE "N" TO WS-REGRAVA-OK
               END-IF
           END-IF.

      *
      **********************
      * CARGA DE TABELAS *
      **********************
      *
      * SEM O REGCONV.DAT A TABELA COMECA VAZIA: O PRIMEIRO CONVENIO
      * INCLUIDO CRIA O ARQUIVO
       CRIA-TABELA-CONVENIOS.
           MOVE 0 TO WS-COUNT.
           PERFORM R-LIMPA-CONVENIO UNTIL WS-COUNT = 999.
           OPEN INPUT CADCONV.
           IF ST-ERRO-CNV = "00"
               MOVE "N" TO WS-FIM-CNV
               PERFORM R-LER-CONVENIO
               PERFORM R-CARREGA-CONVENIO UNTIL WS-FIM-CNV = "S"
               CLOSE CADCONV
           END-IF.

       R-LIMPA-CONVENIO.
           ADD 1 TO WS-COUNT.
           MOVE "N" TO CNV-PRESENTE(WS-COUNT).
           MOVE SPACES TO CNV-ROTULO(WS-COUNT).

       R-LER-CONVENIO.
           READ CADCONV
               AT END
                   MOVE "S" TO WS-FIM-CNV
           END-READ.

       R-CARREGA-CONVENIO.
           IF CNV-CODIGO >= 1
               MOVE CNV-NOME TO CNV-ROTULO(CNV-CODIGO)
               MOVE "S" TO CNV-PRESENTE(CNV-CODIGO)
           END-IF.
           PERFORM R-LER-CONVENIO.

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
      * ROTINA DE MENSAGEM *
      **********************
      *
       SHOW-MSG.
           DISPLAY WS-MSG AT LINE 23 COLUMN 01.

       CLEAR-MSG.
           DISPLAY WS-CLEAR AT LINE 23 COLUMN 01.

      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE CADPRECO.
           EXIT PROGRAM.
