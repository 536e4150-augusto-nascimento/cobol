      * ALTERNATIVO, COMO O (B)USCAR DO PROGMEDICO). A CORRECAO DE
      * UM TELEFONE FEITA AQUI VALE PARA TODAS AS CONSULTAS DO
      * PACIENTE, POIS A AGENDA PASSA A REFERENCIA-LO PELO NUMERO.
      * O CONVENIO DO PACIENTE E VALIDADO CONTRA O CADCONV
      * (REGCONV.DAT, MANTIDO PELO PROGPRECO) E, COM O NUMERO DA
      * CARTEIRA, E O QUE O FATURAMENTO MENSAL (EXPFATUR) USA PARA
      * DAR VALOR A CADA CONSULTA ATENDIDA.
      * O SUPERVISOR PODE (U)NIFICAR UM PACIENTE CADASTRADO EM
      * DUPLICIDADE: AS CONSULTAS DO CADAGENDA (REGAGENDA.DAT), AS
      * SESSOES DE TRATAMENTO (CADSERIE / REGSERIE.DAT) E AS
      * INSCRICOES DA FILA (CADFILA / REGFILA.DAT) DO NUMERO QUE SAI
      * PASSAM PARA O NUMERO QUE FICA, O NUMERO QUE SAI E MARCADO
      * COMO UNIFICADO (NAO E APAGADO) E A OPERACAO E ANOTADA NO
      * LOGUNIF.DAT, LISTADO PELO RELUNIF. SE ALGUMA TRANSFERENCIA
      * FALHAR, O NUMERO QUE SAI NAO E MARCADO NEM ANOTADO E A
      * UNIFICACAO PODE SER REPETIDA.
      *----------------------------------------------------------------
      *----------ENVIRONMENT DIVISION--------------
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USO-CHAVE
           FILE STATUS IS ST-ERRO-USO.

       SELECT CADCONV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-CNV.

       SELECT CADAGENDA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AGD-CHAVE
           FILE STATUS IS ST-ERRO-AGD.

       SELECT CADFILA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-FIL.

       SELECT CADSERIE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SER-CHAVE
           FILE STATUS IS ST-ERRO-SER
           ALTERNATE RECORD KEY IS SER-NUMERO WITH DUPLICATES.

       SELECT LOGUNIF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-UNF.
      *-----------DATA DIVISION--------------------
       DATA DIVISION.
       FILE SECTION.

           COPY USOREG.

       FD CADCONV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGCONV.DAT".

           COPY CONVREG.

       FD CADAGENDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGAGENDA.DAT".

           COPY AGENDREG.

       FD CADFILA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGFILA.DAT".

           COPY FILAREG.

       FD CADSERIE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGSERIE.DAT".

           COPY SERIEREG.

       FD LOGUNIF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGUNIF.DAT".

           COPY UNIFREG.

      *
      *----------WORKING-STORAGE SECTION-----------
       WORKING-STORAGE SECTION.
      * N - NOVO REGISTRO
      * B - BUSCAR POR NOME
      * E - EDITAR REGISTRO
      * U - UNIFICAR PACIENTES EM DUPLICIDADE
       77 WS-ANY PIC X(01) VALUE SPACES.
       01 WS-MSG PIC X(100) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 WS-FONE-SALVO PIC 9(09) VALUE ZEROS.
       77 WS-DDD-RECADO-SALVO PIC 9(02) VALUE ZEROS.
       77 WS-FONE-RECADO-SALVO PIC 9(09) VALUE ZEROS.
       77 WS-CONVENIO-SALVO PIC 9(03) VALUE ZEROS.
       01 WS-CARTEIRA-SALVA PIC X(20) VALUE SPACES.

      * COPIA DO REGISTRO COMO ESTAVA QUANDO FOI TRAZIDO PARA A
      * TELA, PARA DETECTAR QUE OUTRO OPERADOR O ALTEROU ANTES DO
       77 WS-ORIG-FONE PIC 9(09) VALUE ZEROS.
       77 WS-ORIG-DDD-RECADO PIC 9(02) VALUE ZEROS.
       77 WS-ORIG-FONE-RECADO PIC 9(09) VALUE ZEROS.
       77 WS-ORIG-CONVENIO PIC 9(03) VALUE ZEROS.
       01 WS-ORIG-CARTEIRA PIC X(20) VALUE SPACES.
       77 WS-ORIG-SITUACAO PIC X(01) VALUE SPACE.
       77 WS-REG-MUDOU PIC X(01) VALUE "N".

      * OPERADOR IDENTIFICADO NA PARTIDA (CADOPER / PROGOPER) E
       77 WS-TENTATIVAS PIC 9(01) VALUE ZEROS.
       01 WS-OPE-NOME PIC X(30) VALUE SPACES.
       77 WS-OPE-PERFIL PIC X(01) VALUE SPACE.
           COPY SENHAPAR.
       77 WS-TEM-USO PIC X(01) VALUE "N".
       77 WS-PAC-EM-USO PIC 9(06) VALUE ZEROS.

      * CONVENIOS DO CADCONV PARA VALIDAR O CODIGO DIGITADO; SEM O
      * REGCONV.DAT O CODIGO E ACEITO SEM CONFERENCIA
       77 ST-ERRO-CNV PIC X(02) VALUE "00".
       77 WS-TEM-CONVENIOS PIC X(01) VALUE "N".
       77 WS-FIM-CNV PIC X(01) VALUE "N".
       77 WS-COUNT-CNV PIC 9(03) VALUE ZEROS.

           COPY TABCONV.

      * UNIFICACAO DE DUPLICADOS: A FILA E REGRAVADA POR INTEIRO A
      * PARTIR DA TABELA EM MEMORIA, COMO NA BAIXA DO AGENDMED, E A
      * UNIFICACAO E RECUSADA SE O ARQUIVO NAO COUBER NA TABELA
       77 ST-ERRO-AGD PIC X(02) VALUE "00".
       77 ST-ERRO-FIL PIC X(02) VALUE "00".
       77 ST-ERRO-UNF PIC X(02) VALUE "00".
       77 ST-ERRO-SER PIC X(02) VALUE "00".
       77 WS-COD-FICA PIC 9(06) VALUE ZEROS.
       77 WS-COD-SAI PIC 9(06) VALUE ZEROS.
       01 WS-NOME-FICA PIC X(30) VALUE SPACES.
       01 WS-NOME-SAI PIC X(30) VALUE SPACES.
       77 WS-TEM-AGENDA PIC X(01) VALUE "N".
       77 WS-FIM-AGD PIC X(01) VALUE "N".
       77 WS-QTD-CONS-MOVIDAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONS-ERRO PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FILA-MOVIDAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SER-MOVIDAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SER-ERRO PIC 9(05) VALUE ZEROS.
       77 WS-FIM-SER PIC X(01) VALUE "N".
       77 WS-FILA-ERRO PIC X(01) VALUE "N".
       77 WS-UNIF-MARCADO PIC X(01) VALUE "N".
       77 WS-FIM-FIL PIC X(01) VALUE "N".
       77 WS-QTD-FILA PIC 9(04) VALUE ZEROS.
       77 WS-FILA-I PIC 9(04) VALUE ZEROS.
       77 WS-FILA-ESTOURO PIC X(01) VALUE "N".
       01 TAB-FILA.
           02 FILA-ENT OCCURS 2000 TIMES.
               03 TF-ESPECIALIDADE PIC 9(02).
               03 TF-CODIGO PIC 9(06).
               03 TF-PACIENTE PIC X(30).
               03 TF-DDD PIC 9(02).
               03 TF-FONE PIC 9(09).
               03 TF-DATA PIC 9(08).
               03 TF-SITUACAO PIC X(01).

      *-----------SCREEN SECTION-------------------
       SCREEN SECTION.
       01 TELA1.
           02 LINE 14 COLUMN 01 VALUE "TELEFONE DE RECADO:".
           02 LINE 15 COLUMN 04 VALUE "DDD:".
           02 LINE 15 COLUMN 12 VALUE "NUMERO:".
           02 LINE 17 COLUMN 01 VALUE "CONVENIO:".
           02 LINE 18 COLUMN 01 VALUE "CARTEIRA:".
           02 T-CODIGO LINE 05 COLUMN 20 PIC 9(06) USING PAC-CODIGO
               HIGHLIGHT.
           02 T-NOME LINE 07 COLUMN 20 PIC X(30) USING PAC-NOME.
               USING PAC-DDD-RECADO.
           02 T-FONE-RECADO LINE 15 COLUMN 20 PIC 9(09)
               USING PAC-FONE-RECADO.
           02 T-CONVENIO LINE 17 COLUMN 20 PIC 9(03)
               USING PAC-CONVENIO.
           02 T-CARTEIRA LINE 18 COLUMN 20 PIC X(20)
               USING PAC-CARTEIRA.

       01 TELA-ABERTURA.
           02 BLANK SCREEN.
           02 LINE 06 COLUMN 01 VALUE "(N)OVO REGISTRO".
           02 LINE 07 COLUMN 01 VALUE "(L)OCALIZAR REGISTRO".
           02 LINE 08 COLUMN 01 VALUE "(B)USCAR POR NOME".
           02 LINE 09 COLUMN 01 VALUE
               "(U)NIFICAR PACIENTES EM DUPLICIDADE (SUPERVISOR)".
           02 LINE 10 COLUMN 01 VALUE "(S)AIR".

       01 TELA-BUSCA-NOME.
           02 BLANK SCREEN.
           02 T-ID-SENHA LINE 07 COLUMN 21 PIC X(08) USING WS-SENHA
               SECURE.

       01 TELA-UNIFICA.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 30 VALUE "--------------------------".
           02 LINE 02 COLUMN 30 VALUE "|  CADASTRO DE PACIENTES  |".
           02 LINE 03 COLUMN 30 VALUE "--------------------------".
           02 LINE 05 COLUMN 01 VALUE "NUMERO QUE FICA:".
           02 LINE 07 COLUMN 01 VALUE "NUMERO QUE SAI.:".
           02 LINE 09 COLUMN 01 VALUE
               "AS CONSULTAS, AS SERIES E A FILA DE ESPERA DO NUMERO".
           02 LINE 10 COLUMN 01 VALUE
               "QUE SAI PASSAM PARA O NUMERO QUE FICA.".
           02 T-COD-FICA LINE 05 COLUMN 20 PIC 9(06)
               USING WS-COD-FICA.
           02 T-COD-SAI LINE 07 COLUMN 20 PIC 9(06)
               USING WS-COD-SAI.

      *--------------------------------------------
       PROCEDURE DIVISION.
       SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
               ACCEPT WS-ANY
               GO TO ROT-FIM
           END-IF.
           CLOSE CADOPER.

       R-PEDE-SENHA.
           DISPLAY TELA-IDENTIFICACAO.
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
           MOVE "PROGPACIENTE" TO SNH-PROGRAMA.
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
           MOVE SNH-NOME TO WS-OPE-NOME.
           MOVE SNH-PERFIL TO WS-OPE-PERFIL.

           PERFORM CRIA-TABELA-CONVENIOS.

       R-ABERTURA.
      * DE VOLTA AO MENU NENHUM REGISTRO ESTA SENDO EDITADO:
           DISPLAY TELA-ABERTURA.
           DISPLAY "OPERADOR:" LINE 01 COLUMN 01.
           DISPLAY WS-OPERADOR LINE 01 COLUMN 11.
           MOVE SPACES TO PAC-NOME PAC-CARTEIRA
           MOVE ZEROS TO PAC-CODIGO PAC-DATA-NASCIMENTO
               PAC-DDD PAC-FONE PAC-DDD-RECADO PAC-FONE-RECADO
               PAC-CONVENIO PAC-CODIGO-UNIFICADO WS-DIA WS-MES WS-ANO
           MOVE "A" TO PAC-SITUACAO

           ACCEPT WS-OPR LINE 11 COLUMN 01.
           EVALUATE WS-OPR
               WHEN "L"
               WHEN "l"
               WHEN "b"
                   MOVE "B" TO WS-OPR
                   GO TO R-LOCALIZAR-NOME
               WHEN "U"
               WHEN "u"
                   MOVE "U" TO WS-OPR
                   GO TO R-UNIFICAR
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO WS-OPR
                   PERFORM R-GUARDA-ORIGINAL
                   PERFORM R-ANOTA-USO THRU R-ANOTA-USO-FIM
                   DISPLAY TELA1
                   PERFORM R-MOSTRA-CONVENIO
                   GO TO R-MODIFICAR-REGISTRO
               WHEN "23"
                   MOVE "REGISTRO NAO ENCONTRADO PRESSIONE QUALQUER TECL
               PERFORM R-GUARDA-ORIGINAL
               PERFORM R-ANOTA-USO THRU R-ANOTA-USO-FIM
               DISPLAY TELA1
               PERFORM R-MOSTRA-CONVENIO
               GO TO R-MODIFICAR-REGISTRO
           END-IF.

           SUBTRACT 1 FROM WS-LEN-BUSCA.

       R-MODIFICAR-REGISTRO.
      * NUMERO UNIFICADO NAO E MAIS EDITADO: O OPERADOR E MANDADO
      * PARA O NUMERO QUE FICOU
           IF PAC-SITUACAO = "U"
               PERFORM R-MSG-UNIFICADO
               ACCEPT WS-ANY
               GO TO R-ABERTURA
           END-IF.
      * ANONIMIZADO PELO ANONPAC: NAO HA MAIS DADOS PARA EDITAR
           IF PAC-SITUACAO = "N"
               PERFORM R-MSG-ANONIMIZADO
               ACCEPT WS-ANY
               GO TO R-ABERTURA
           END-IF.
           MOVE "REGISTRO ENCONTRADO DESEJA (E)DITAR OU (C)ANCELAR ?"
               TO WS-MSG
           PERFORM SHOW-MSG
               WHEN "e"
                   MOVE "E" TO WS-OPR
                   DISPLAY TELA1
                   PERFORM R-MOSTRA-CONVENIO
                   GO TO R-NOME
               WHEN "C"
               WHEN "c"
           IF cob-crt-status = 2005
              GO TO R-DDD-RECADO.

      * CONVENIO ZERADO = NAO INFORMADO (A CONSULTA ATENDIDA SAI NA
      * LISTA DE RECUSADOS DO FATURAMENTO ATE SER PREENCHIDO)
       R-CONVENIO.
           ACCEPT T-CONVENIO.
           IF cob-crt-status = 2005
              GO TO R-FONE-RECADO.

           IF PAC-CONVENIO NOT = ZEROS AND WS-TEM-CONVENIOS = "S"
               IF CNV-PRESENTE(PAC-CONVENIO) NOT = "S"
                   MOVE "CONVENIO NAO CADASTRADO - VEJA O PROGPRECO"
                       TO WS-MSG
                   PERFORM SHOW-MSG
                   GO TO R-CONVENIO
               END-IF
           END-IF.
           PERFORM CLEAR-MSG.
           PERFORM R-MOSTRA-CONVENIO.

       R-CARTEIRA.
           ACCEPT T-CARTEIRA.
           IF cob-crt-status = 2005
              GO TO R-CONVENIO.

           IF PAC-CONVENIO = ZEROS
               MOVE SPACES TO PAC-CARTEIRA
               DISPLAY T-CARTEIRA
           END-IF.

       R-INC-OPC.
           MOVE "DADOS OK (S/N) ?: " TO WS-MSG.
           PERFORM SHOW-MSG.
           ADD 1 TO WS-MAIOR-CODIGO.
           MOVE WS-MAIOR-CODIGO TO PAC-CODIGO.
           MOVE SPACES TO PAC-NOME.
           MOVE SPACES TO PAC-CARTEIRA.
           MOVE ZEROS TO PAC-DATA-NASCIMENTO PAC-DDD PAC-FONE
               PAC-DDD-RECADO PAC-FONE-RECADO PAC-CONVENIO
               PAC-CODIGO-UNIFICADO.
           MOVE "A" TO PAC-SITUACAO.

       R-PROXIMO-CODIGO-FIM.
           EXIT.
           MOVE PAC-FONE TO WS-FONE-SALVO.
           MOVE PAC-DDD-RECADO TO WS-DDD-RECADO-SALVO.
           MOVE PAC-FONE-RECADO TO WS-FONE-RECADO-SALVO.
           MOVE PAC-CONVENIO TO WS-CONVENIO-SALVO.
           MOVE PAC-CARTEIRA TO WS-CARTEIRA-SALVA.

       R-RESTAURA-REGISTRO.
           MOVE WS-CODIGO-SALVO TO PAC-CODIGO.
           MOVE WS-FONE-SALVO TO PAC-FONE.
           MOVE WS-DDD-RECADO-SALVO TO PAC-DDD-RECADO.
           MOVE WS-FONE-RECADO-SALVO TO PAC-FONE-RECADO.
           MOVE WS-CONVENIO-SALVO TO PAC-CONVENIO.
           MOVE WS-CARTEIRA-SALVA TO PAC-CARTEIRA.

       R-GUARDA-ORIGINAL.
           MOVE PAC-DATA-NASCIMENTO TO WS-DATA-NASCIMENTO.
           MOVE PAC-FONE TO WS-ORIG-FONE.
           MOVE PAC-DDD-RECADO TO WS-ORIG-DDD-RECADO.
           MOVE PAC-FONE-RECADO TO WS-ORIG-FONE-RECADO.
           MOVE PAC-CONVENIO TO WS-ORIG-CONVENIO.
           MOVE PAC-CARTEIRA TO WS-ORIG-CARTEIRA.
           MOVE PAC-SITUACAO TO WS-ORIG-SITUACAO.

       R-COMPARA-ORIGINAL.
           IF PAC-NOME = WS-ORIG-NOME
               AND PAC-FONE = WS-ORIG-FONE
               AND PAC-DDD-RECADO = WS-ORIG-DDD-RECADO
               AND PAC-FONE-RECADO = WS-ORIG-FONE-RECADO
               AND PAC-CONVENIO = WS-ORIG-CONVENIO
               AND PAC-CARTEIRA = WS-ORIG-CARTEIRA
               AND PAC-SITUACAO = WS-ORIG-SITUACAO
               MOVE "N" TO WS-REG-MUDOU
           ELSE
               MOVE "S" TO WS-REG-MUDOU
               MOVE "S" TO WS-FIM-VERIFICA
           ELSE
               IF PAC-DATA-NASCIMENTO = WS-DATA-NASC-SALVA
                   AND PAC-SITUACAO NOT = "U"
                   MOVE "S" TO WS-DUPLICADO
               ELSE
                   PERFORM R-LER-PROXIMO-VERIFICA
               END-IF
           END-IF.

      *
      **********************
      * UNIFICACAO DE PACIENTES EM DUPLICIDADE (SO SUPERVISOR) *
      **********************
      *
      * AS CONSULTAS, AS SESSOES DE SERIE E A FILA SAO TRANSFERIDAS
      * ANTES DE O NUMERO QUE SAI SER MARCADO COMO UNIFICADO: SE A
      * OPERACAO FOR INTERROMPIDA NO MEIO, BASTA REPETI-LA (O QUE JA
      * PASSOU PARA O NUMERO QUE FICA NAO E CONTADO DE NOVO)
       R-UNIFICAR.
           IF WS-OPE-PERFIL NOT = "S"
               MOVE "UNIFICACAO PERMITIDA SO AO SUPERVISOR PRESSIONE QU
      -            "ALQUER TECLA" TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO R-ABERTURA
           END-IF.
           MOVE ZEROS TO WS-COD-FICA WS-COD-SAI.
           MOVE SPACES TO WS-NOME-FICA WS-NOME-SAI.
           DISPLAY TELA-UNIFICA.

       R-UNIFICA-FICA.
           ACCEPT T-COD-FICA.
           IF cob-crt-status = 2005
              GO TO R-ABERTURA.
           MOVE WS-COD-FICA TO PAC-CODIGO.
           PERFORM R-LE-PACIENTE-UNIFICA.
           IF WS-MSG NOT = SPACES
               GO TO R-UNIFICA-FICA.
           MOVE PAC-NOME TO WS-NOME-FICA.
           DISPLAY WS-NOME-FICA LINE 05 COLUMN 28.

       R-UNIFICA-SAI.
           ACCEPT T-COD-SAI.
           IF cob-crt-status = 2005
              GO TO R-UNIFICA-FICA.
           IF WS-COD-SAI = WS-COD-FICA
               MOVE "O NUMERO QUE SAI DEVE SER DIFERENTE DO NUMERO QUE F
      -            "ICA" TO WS-MSG
               PERFORM SHOW-MSG
               GO TO R-UNIFICA-SAI
           END-IF.
           MOVE WS-COD-SAI TO PAC-CODIGO.
           PERFORM R-LE-PACIENTE-UNIFICA.
           IF WS-MSG NOT = SPACES
               GO TO R-UNIFICA-SAI.
           MOVE PAC-NOME TO WS-NOME-SAI.
           DISPLAY WS-NOME-SAI LINE 07 COLUMN 28.
           UNLOCK CADPACIENTE.

           MOVE "CONFIRMA A UNIFICACAO (S/N) ?: " TO WS-MSG.
           PERFORM SHOW-MSG.
           ACCEPT WS-OPT LINE 24 COLUMN 01.
           IF WS-OPT NOT = "S" AND WS-OPT NOT = "s"
               GO TO R-ABERTURA
           END-IF.

           PERFORM R-CARREGA-FILA THRU R-CARREGA-FILA-FIM.
           IF WS-FILA-ERRO = "S"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA LEITURA DO REGFILA.DAT - UNIFICACAO"
                                                 DELIMITED BY SIZE
                   " RECUSADA. CODIGO: "         DELIMITED BY SIZE
                   ST-ERRO-FIL                   DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO R-ABERTURA
           END-IF.
           IF WS-FILA-ESTOURO = "S"
               MOVE "FILA MAIOR QUE A TABELA EM MEMORIA - UNIFICACAO REC
      -            "USADA PARA NAO TRUNCAR O ARQUIVO. QUALQUER TECLA"
                   TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO R-ABERTURA
           END-IF.

      * SEM O REGAGENDA.DAT AINDA NAO HA CONSULTAS A TRANSFERIR
           MOVE "S" TO WS-TEM-AGENDA.
           OPEN I-O CADAGENDA.
           IF ST-ERRO-AGD NOT = "00"
               IF ST-ERRO-AGD = "35"
                   MOVE "N" TO WS-TEM-AGENDA
               ELSE
                   MOVE "ERRO NA ABERTURA DO CADAGENDA. CODIGO: "
                       TO WS-MSG
                   PERFORM SHOW-MSG
                   DISPLAY ST-ERRO-AGD
                   ACCEPT WS-ANY
                   GO TO R-ABERTURA
               END-IF
           END-IF.

           MOVE ZEROS TO WS-QTD-CONS-MOVIDAS WS-QTD-CONS-ERRO
               WS-QTD-FILA-MOVIDAS WS-QTD-SER-MOVIDAS WS-QTD-SER-ERRO.
           MOVE "N" TO WS-UNIF-MARCADO.
           IF WS-TEM-AGENDA = "S"
               PERFORM R-UNIFICA-AGENDA
               CLOSE CADAGENDA
           END-IF.
           PERFORM R-UNIFICA-SERIES THRU R-UNIFICA-SERIES-FIM.
           PERFORM R-UNIFICA-FILA.

      * O NUMERO QUE SAI SO E MARCADO, E A UNIFICACAO SO E ANOTADA,
      * QUANDO TUDO FOI TRANSFERIDO; SENAO ELA PODE SER REPETIDA
           EVALUATE TRUE
               WHEN WS-QTD-CONS-ERRO NOT = ZEROS
                   MOVE "ERRO AO REGRAVAR CONSULTAS - O NUMERO QUE SAI N
      -                "AO FOI MARCADO. REPITA A UNIFICACAO" TO WS-MSG
               WHEN WS-QTD-SER-ERRO NOT = ZEROS
                   MOVE "ERRO AO REGRAVAR O REGSERIE.DAT - O NUMERO QUE
      -                "SAI NAO FOI MARCADO. REPITA A UNIFICACAO"
                       TO WS-MSG
               WHEN WS-FILA-ERRO = "S"
                   MOVE "ERRO AO REGRAVAR O REGFILA.DAT - O NUMERO QUE S
      -                "AI NAO FOI MARCADO. CONFIRA A FILA E REPITA"
                       TO WS-MSG
               WHEN OTHER
                   PERFORM R-MARCA-UNIFICADO
           END-EVALUATE.
           IF WS-UNIF-MARCADO = "S"
               PERFORM R-GRAVA-LOG-UNIF
           END-IF.

           DISPLAY "CONSULTAS TRANSFERIDAS........:" LINE 12 COLUMN 01.
           DISPLAY WS-QTD-CONS-MOVIDAS LINE 12 COLUMN 33.
           DISPLAY "INSCRICOES DE FILA TRANSFERIDAS:" LINE 13 COLUMN 01.
           DISPLAY WS-QTD-FILA-MOVIDAS LINE 13 COLUMN 33.
           DISPLAY "SESSOES DE SERIE TRANSFERIDAS.:" LINE 14 COLUMN 01.
           DISPLAY WS-QTD-SER-MOVIDAS LINE 14 COLUMN 33.
           IF WS-QTD-CONS-ERRO NOT = ZEROS
               DISPLAY "CONSULTAS COM ERRO NA REGRAVACAO:"
                   LINE 15 COLUMN 01
               DISPLAY WS-QTD-CONS-ERRO LINE 15 COLUMN 35
           END-IF.
           IF WS-QTD-SER-ERRO NOT = ZEROS
               DISPLAY "SESSOES COM ERRO NA REGRAVACAO..:"
                   LINE 16 COLUMN 01
               DISPLAY WS-QTD-SER-ERRO LINE 16 COLUMN 35
           END-IF.
           PERFORM SHOW-MSG.
           ACCEPT WS-ANY.
           GO TO R-ABERTURA.

      * LE O PACIENTE EM PAC-CODIGO PARA A UNIFICACAO; WS-MSG EM
      * BRANCO QUANDO ELE PODE PARTICIPAR
       R-LE-PACIENTE-UNIFICA.
           MOVE SPACES TO WS-MSG.
           READ CADPACIENTE.
           EVALUATE ST-ERRO
               WHEN "00"
                   EVALUATE PAC-SITUACAO
                       WHEN "U"
                           PERFORM R-MSG-UNIFICADO
                       WHEN "N"
                           PERFORM R-MSG-ANONIMIZADO
                       WHEN OTHER
                           PERFORM CLEAR-MSG
                   END-EVALUATE
               WHEN "23"
                   MOVE "PACIENTE NAO CADASTRADO" TO WS-MSG
                   PERFORM SHOW-MSG
               WHEN "51"
               WHEN "99"
                   MOVE "REGISTRO EM USO POR OUTRO OPERADOR - TENTE MAIS
      -            " TARDE" TO WS-MSG
                   PERFORM SHOW-MSG
                   PERFORM R-MOSTRA-QUEM-USA
               WHEN OTHER
                   MOVE "ERRO AO LER O PACIENTE. CODIGO: " TO WS-MSG
                   PERFORM SHOW-MSG
                   DISPLAY ST-ERRO
           END-EVALUATE.

       R-MSG-UNIFICADO.
           MOVE SPACES TO WS-MSG.
           STRING
               "PACIENTE UNIFICADO NO NUMERO " DELIMITED BY SIZE
               PAC-CODIGO-UNIFICADO            DELIMITED BY SIZE
               " - USE O NUMERO QUE FICOU"     DELIMITED BY SIZE
               INTO WS-MSG
           END-STRING.
           PERFORM SHOW-MSG.

       R-MSG-ANONIMIZADO.
           MOVE "PACIENTE ANONIMIZADO (LGPD) - CADASTRE-O COMO NOVO PACI
      -        "ENTE" TO WS-MSG.
           PERFORM SHOW-MSG.

       R-UNIFICA-AGENDA.
           MOVE ZEROS TO AGD-CHAVE.
           MOVE "N" TO WS-FIM-AGD.
           START CADAGENDA KEY IS NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-AGD
           END-START.
           IF WS-FIM-AGD NOT = "S"
               PERFORM R-LER-PROXIMA-CONSULTA
           END-IF.
           PERFORM R-TROCA-PACIENTE-CONSULTA UNTIL WS-FIM-AGD = "S".

       R-LER-PROXIMA-CONSULTA.
           READ CADAGENDA NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-AGD
           END-READ.
           IF WS-FIM-AGD NOT = "S" AND ST-ERRO-AGD NOT = "00"
               ADD 1 TO WS-QTD-CONS-ERRO
               MOVE "S" TO WS-FIM-AGD
           END-IF.

      * SO O NUMERO MUDA: NOME E TELEFONE GRAVADOS NA CONSULTA SAO
      * COPIA E OS PROGRAMAS JA PREFEREM OS DADOS DO CADPACIENTE
       R-TROCA-PACIENTE-CONSULTA.
           IF AGD-CODIGO-PACIENTE = WS-COD-SAI
               MOVE WS-COD-FICA TO AGD-CODIGO-PACIENTE
               REWRITE REGAGENDA
               IF ST-ERRO-AGD = "00"
                   ADD 1 TO WS-QTD-CONS-MOVIDAS
               ELSE
                   ADD 1 TO WS-QTD-CONS-ERRO
               END-IF
           END-IF.
           PERFORM R-LER-PROXIMA-CONSULTA.

      * A LIGACAO DA SESSAO COM A SERIE SO VALE COM O MESMO NUMERO DE
      * PACIENTE DA CONSULTA, ENTAO ELA ACOMPANHA A CONSULTA. SEM O
      * REGSERIE.DAT NAO HA SERIES A TRANSFERIR
       R-UNIFICA-SERIES.
           OPEN I-O CADSERIE.
           IF ST-ERRO-SER = "35"
               GO TO R-UNIFICA-SERIES-FIM
           END-IF.
           IF ST-ERRO-SER NOT = "00"
               ADD 1 TO WS-QTD-SER-ERRO
               GO TO R-UNIFICA-SERIES-FIM
           END-IF.
           MOVE ZEROS TO SER-CHAVE.
           MOVE "N" TO WS-FIM-SER.
           START CADSERIE KEY IS NOT LESS THAN SER-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SER
           END-START.
           IF WS-FIM-SER NOT = "S"
               PERFORM R-LER-PROXIMA-SESSAO
           END-IF.
           PERFORM R-TROCA-PACIENTE-SESSAO UNTIL WS-FIM-SER = "S".
           CLOSE CADSERIE.

       R-UNIFICA-SERIES-FIM.
           EXIT.

       R-LER-PROXIMA-SESSAO.
           READ CADSERIE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-SER
           END-READ.
           IF WS-FIM-SER NOT = "S" AND ST-ERRO-SER NOT = "00"
               ADD 1 TO WS-QTD-SER-ERRO
               MOVE "S" TO WS-FIM-SER
           END-IF.

       R-TROCA-PACIENTE-SESSAO.
           IF SER-CODIGO-PACIENTE = WS-COD-SAI
               MOVE WS-COD-FICA TO SER-CODIGO-PACIENTE
               REWRITE REGSERIE
               IF ST-ERRO-SER = "00"
                   ADD 1 TO WS-QTD-SER-MOVIDAS
               ELSE
                   ADD 1 TO WS-QTD-SER-ERRO
               END-IF
           END-IF.
           PERFORM R-LER-PROXIMA-SESSAO.

       R-UNIFICA-FILA.
           MOVE ZEROS TO WS-FILA-I.
           PERFORM R-TROCA-PACIENTE-FILA UNTIL WS-FILA-I = WS-QTD-FILA.
           IF WS-QTD-FILA-MOVIDAS NOT = ZEROS
               PERFORM R-REGRAVA-FILA THRU R-REGRAVA-FILA-FIM
           END-IF.

       R-TROCA-PACIENTE-FILA.
           ADD 1 TO WS-FILA-I.
           IF TF-CODIGO(WS-FILA-I) = WS-COD-SAI
               MOVE WS-COD-FICA TO TF-CODIGO(WS-FILA-I)
               ADD 1 TO WS-QTD-FILA-MOVIDAS
           END-IF.

       R-MARCA-UNIFICADO.
           MOVE WS-COD-SAI TO PAC-CODIGO.
           READ CADPACIENTE.
           IF ST-ERRO = "00"
               MOVE "U" TO PAC-SITUACAO
               MOVE WS-COD-FICA TO PAC-CODIGO-UNIFICADO
               REWRITE REGPACIENTE
           END-IF.
           IF ST-ERRO = "00" OR ST-ERRO = "02"
               MOVE "S" TO WS-UNIF-MARCADO
               MOVE "UNIFICACAO CONCLUIDA PRESSIONE QUALQUER TECLA PARA
      -            "CONTINUAR" TO WS-MSG
           ELSE
               MOVE "NUMERO QUE SAI EM USO OU COM ERRO - NAO FOI MARCADO
      -            ". REPITA A UNIFICACAO" TO WS-MSG
           END-IF.
           UNLOCK CADPACIENTE.

       R-GRAVA-LOG-UNIF.
           OPEN EXTEND LOGUNIF.
           IF ST-ERRO-UNF NOT = "00"
               OPEN OUTPUT LOGUNIF
               CLOSE LOGUNIF
               OPEN EXTEND LOGUNIF
           END-IF.
           IF ST-ERRO-UNF = "00"
               MOVE WS-COD-FICA TO UNF-CODIGO-FICA
               MOVE WS-NOME-FICA TO UNF-NOME-FICA
               MOVE WS-COD-SAI TO UNF-CODIGO-SAI
               MOVE WS-NOME-SAI TO UNF-NOME-SAI
               MOVE WS-QTD-CONS-MOVIDAS TO UNF-QTD-CONSULTAS
               MOVE WS-QTD-FILA-MOVIDAS TO UNF-QTD-FILA
               MOVE WS-OPERADOR TO UNF-OPERADOR
               ACCEPT UNF-DATA FROM DATE YYYYMMDD
               ACCEPT UNF-HORA FROM TIME
               WRITE REGLOGUNIF
           END-IF.
           IF ST-ERRO-UNF NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "UNIFICACAO CONCLUIDA, MAS O LOGUNIF.DAT NAO FOI"
                                                 DELIMITED BY SIZE
                   " GRAVADO. CODIGO: "          DELIMITED BY SIZE
                   ST-ERRO-UNF                   DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
           END-IF.
           CLOSE LOGUNIF.

      *
      **********************
      * CARGA E REGRAVACAO DA FILA EM MEMORIA (PARA A UNIFICACAO) *
      **********************
      *
      * SEM O REGFILA.DAT A FILA ESTA VAZIA; QUALQUER OUTRO ERRO DE
      * ABERTURA OU LEITURA LIGA WS-FILA-ERRO E A UNIFICACAO E RECUSADA
      * PARA A REGRAVACAO NAO PERDER INSCRICOES
       R-CARREGA-FILA.
           MOVE ZEROS TO WS-QTD-FILA.
           MOVE "N" TO WS-FILA-ESTOURO.
           MOVE "N" TO WS-FILA-ERRO.
           OPEN INPUT CADFILA.
           IF ST-ERRO-FIL NOT = "00"
               IF ST-ERRO-FIL NOT = "35"
                   MOVE "S" TO WS-FILA-ERRO
               END-IF
               GO TO R-CARREGA-FILA-FIM
           END-IF.
           MOVE "N" TO WS-FIM-FIL.
           PERFORM R-LER-FILA.
           PERFORM R-GUARDA-ENT-FILA UNTIL WS-FIM-FIL = "S".
           CLOSE CADFILA.

       R-CARREGA-FILA-FIM.
           EXIT.

       R-LER-FILA.
           READ CADFILA
               AT END
                   MOVE "S" TO WS-FIM-FIL
           END-READ.
           IF WS-FIM-FIL NOT = "S" AND ST-ERRO-FIL NOT = "00"
               MOVE "S" TO WS-FILA-ERRO
               MOVE "S" TO WS-FIM-FIL
           END-IF.

       R-GUARDA-ENT-FILA.
           IF WS-QTD-FILA < 2000
               ADD 1 TO WS-QTD-FILA
               MOVE FIL-ESPECIALIDADE
                   TO TF-ESPECIALIDADE(WS-QTD-FILA)
               MOVE FIL-CODIGO-PACIENTE TO TF-CODIGO(WS-QTD-FILA)
               MOVE FIL-PACIENTE TO TF-PACIENTE(WS-QTD-FILA)
               MOVE FIL-DDD TO TF-DDD(WS-QTD-FILA)
               MOVE FIL-FONE TO TF-FONE(WS-QTD-FILA)
               MOVE FIL-DATA-PEDIDO TO TF-DATA(WS-QTD-FILA)
               MOVE FIL-SITUACAO TO TF-SITUACAO(WS-QTD-FILA)
           ELSE
               MOVE "S" TO WS-FILA-ESTOURO
           END-IF.
           PERFORM R-LER-FILA.

       R-REGRAVA-FILA.
           OPEN OUTPUT CADFILA.
           IF ST-ERRO-FIL NOT = "00"
               MOVE "ERRO AO REGRAVAR A FILA. CODIGO: " TO WS-MSG
               PERFORM SHOW-MSG
               DISPLAY ST-ERRO-FIL
               ACCEPT WS-ANY
               MOVE ZEROS TO WS-QTD-FILA-MOVIDAS
               MOVE "S" TO WS-FILA-ERRO
               GO TO R-REGRAVA-FILA-FIM
           END-IF.
           MOVE ZEROS TO WS-FILA-I.
           PERFORM R-REGRAVA-ENT-FILA UNTIL WS-FILA-I = WS-QTD-FILA.
           CLOSE CADFILA.

       R-REGRAVA-FILA-FIM.
           EXIT.

       R-REGRAVA-ENT-FILA.
           ADD 1 TO WS-FILA-I.
           MOVE TF-ESPECIALIDADE(WS-FILA-I) TO FIL-ESPECIALIDADE.
           MOVE TF-CODIGO(WS-FILA-I) TO FIL-CODIGO-PACIENTE.
           MOVE TF-PACIENTE(WS-FILA-I) TO FIL-PACIENTE.
           MOVE TF-DDD(WS-FILA-I) TO FIL-DDD.
           MOVE TF-FONE(WS-FILA-I) TO FIL-FONE.
           MOVE TF-DATA(WS-FILA-I) TO FIL-DATA-PEDIDO.
           MOVE TF-SITUACAO(WS-FILA-I) TO FIL-SITUACAO.
           WRITE REGFILA.
           IF ST-ERRO-FIL NOT = "00"
               MOVE "S" TO WS-FILA-ERRO
           END-IF.

      *
      **********************
      * TABELA DE CONVENIOS (CADCONV) *
      **********************
      *
       CRIA-TABELA-CONVENIOS.
           MOVE 0 TO WS-COUNT-CNV.
           PERFORM R-LIMPA-CONVENIO UNTIL WS-COUNT-CNV = 999.
           MOVE "N" TO WS-TEM-CONVENIOS.
           OPEN INPUT CADCONV.
           IF ST-ERRO-CNV = "00"
               MOVE "S" TO WS-TEM-CONVENIOS
               MOVE "N" TO WS-FIM-CNV
               PERFORM R-LER-CONVENIO
               PERFORM R-CARREGA-CONVENIO UNTIL WS-FIM-CNV = "S"
               CLOSE CADCONV
           END-IF.

       R-LIMPA-CONVENIO.
           ADD 1 TO WS-COUNT-CNV.
           MOVE "N" TO CNV-PRESENTE(WS-COUNT-CNV).
           MOVE SPACES TO CNV-ROTULO(WS-COUNT-CNV).

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

       R-MOSTRA-CONVENIO.
           IF PAC-CONVENIO = ZEROS
               DISPLAY "(NAO INFORMADO)     " LINE 17 COLUMN 25
           ELSE
               DISPLAY CNV-ROTULO(PAC-CONVENIO) LINE 17 COLUMN 25
           END-IF.

      *
      **********************
      * ROTINA DE MENSAGEM *
