      * LICENCAS. O AGENDMED E OS RELATORIOS DA AGENDA PASSAM A
      * RESPEITAR OS DOIS: MEDICO SEM ESCALA CADASTRADA CONTINUA NA
      * GRADE PADRAO (TODOS OS DIAS, 08:00 A 17:30, 30 MINUTOS).
      * TAMBEM MANTEM O CALENDARIO DE FERIADOS E FECHAMENTOS DA
      * CLINICA (CADFERIA / REGFERIA.DAT, LAYOUT EM FERIAREG.CPY),
      * QUE VALE PARA TODOS OS MEDICOS: DIA INTEIRO OU MEIO
      * EXPEDIENTE COM HORA DE FECHAMENTO. INCLUIR OU REMOVER
      * FERIADO E SO PARA O SUPERVISOR; AS CONSULTAS JA MARCADAS NA
      * DATA SAEM NO RELFERIA PARA REMARCACAO.
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

       SELECT CADMEDICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC

           COPY BLOQREG.

       FD CADFERIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGFERIA.DAT".

           COPY FERIAREG.

       FD CADMEDICO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGMEDICO.DAT".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-DIS  PIC X(02) VALUE "00".
       77 ST-ERRO-BLQ  PIC X(02) VALUE "00".
       77 ST-ERRO-FER  PIC X(02) VALUE "00".
       77 ST-ERRO-OPE  PIC X(02) VALUE "00".

      * OPERADOR IDENTIFICADO NA PARTIDA (CADOPER / PROGOPER)
       77 WS-TENTATIVAS PIC 9(01) VALUE ZEROS.
       01 WS-OPE-NOME PIC X(30) VALUE SPACES.
       77 WS-OPE-PERFIL PIC X(01) VALUE SPACE.
           COPY SENHAPAR.

       77 WS-OPR PIC X(01) VALUE SPACES.
      * WS-OPR:
      * B - BLOQUEAR PERIODO (FERIAS, CONGRESSO)
      * R - REMOVER BLOQUEIO
      * L - LISTAR BLOQUEIOS DO MEDICO
      * F - FERIADO OU FECHAMENTO DA CLINICA (INCLUIR / ALTERAR)
      * D - DESMARCAR FERIADO
      * C - CALENDARIO DE FERIADOS
       77 WS-OPT PIC X(01) VALUE SPACES.
       77 WS-ANY PIC X(01) VALUE SPACES.
       01 WS-MSG PIC X(100) VALUE SPACES.
       01 WS-MOTIVO PIC X(20) VALUE SPACES.
       01 WS-MASC-DATA PIC X(10) VALUE SPACES.

      * CALENDARIO DE FERIADOS (A DATA USA WS-DATA-INI)
       01 WS-FER-DESCRICAO PIC X(30) VALUE SPACES.
       01 WS-FER-FECHA.
           02 WS-FER-HH PIC 9(02) VALUE ZEROS.
           02 WS-FER-MM PIC 9(02) VALUE ZEROS.
       77 WS-FERIADO-EXISTE PIC X(01) VALUE "N".
       01 WS-MASC-HORA PIC X(05) VALUE SPACES.

      *-----------SCREEN SECTION-------------------
       SCREEN SECTION.
       01 TELA-ABERTURA.
               "(B)LOQUEAR PERIODO (FERIAS, CONGRESSO)".
           02 LINE 08 COLUMN 01 VALUE "(R)EMOVER BLOQUEIO".
           02 LINE 09 COLUMN 01 VALUE "(L)ISTAR BLOQUEIOS".
           02 LINE 10 COLUMN 01 VALUE
               "(F)ERIADO OU FECHAMENTO DA CLINICA (SUPERVISOR)".
           02 LINE 11 COLUMN 01 VALUE
               "(D)ESMARCAR FERIADO (SUPERVISOR)".
           02 LINE 12 COLUMN 01 VALUE "(C)ALENDARIO DE FERIADOS".
           02 LINE 13 COLUMN 01 VALUE "(S)AIR".

       01 TELA-ESCALA.
           02 BLANK SCREEN.
           02 T-FIM-ANO LINE 09 COLUMN 21 PIC 9(04) USING WS-FIM-ANO.
           02 T-MOTIVO LINE 11 COLUMN 15 PIC X(20) USING WS-MOTIVO.

       01 TELA-FERIADO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 25 VALUE "----------------------------".
           02 LINE 02 COLUMN 25 VALUE "| FERIADOS E FECHAMENTOS    ".
           02 LINE 02 COLUMN 53 VALUE " |".
           02 LINE 03 COLUMN 25 VALUE "----------------------------".
           02 LINE 05 COLUMN 01 VALUE "DATA........:   /  /    ".
           02 LINE 07 COLUMN 01 VALUE "DESCRICAO...:".
           02 LINE 09 COLUMN 01 VALUE "FECHA AS....:   :".
           02 LINE 10 COLUMN 01 VALUE
               "(00:00 = CLINICA FECHADA O DIA INTEIRO)".
           02 T-FER-DIA LINE 05 COLUMN 15 PIC 9(02) USING WS-INI-DIA.
           02 T-FER-MES LINE 05 COLUMN 18 PIC 9(02) USING WS-INI-MES.
           02 T-FER-ANO LINE 05 COLUMN 21 PIC 9(04) USING WS-INI-ANO.
           02 T-FER-DESCRICAO LINE 07 COLUMN 15 PIC X(30)
               USING WS-FER-DESCRICAO.
           02 T-FER-HH LINE 09 COLUMN 15 PIC 9(02) USING WS-FER-HH.
           02 T-FER-MM LINE 09 COLUMN 18 PIC 9(02) USING WS-FER-MM.

       01 TELA-IDENTIFICACAO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 25 VALUE "----------------------------".
           ELSE
               NEXT SENTENCE.

       INICIO-FER.
           OPEN I-O CADFERIA
           IF ST-ERRO-FER NOT = "00" THEN
               IF ST-ERRO-FER = "35" THEN
                   OPEN OUTPUT CADFERIA
                   CLOSE CADFERIA
                   MOVE "*** ARQUIVO CADFERIA SENDO CRIADO **"
                       TO WS-MSG
                   PERFORM SHOW-MSG
                   GO TO INICIO-FER
               ELSE
                   MOVE "*** ERRO NA ABERTURA DO ARQUIVO **"
                       TO WS-MSG
                   PERFORM SHOW-MSG
                   GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.

           OPEN INPUT CADMEDICO
           IF ST-ERRO NOT = "00" THEN
               MOVE "*** ERRO NA ABERTURA DO CADMEDICO - CADASTRE OS ME
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
           MOVE "PROGDISPO" TO SNH-PROGRAMA.
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
           IF SNH-PERFIL NOT = "C" AND SNH-PERFIL NOT = "S"
               MOVE "PROGRAMA RESERVADO AOS PERFIS CADASTRO E SUPERVISO
      -            "R" TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO ROT-FIM
           END-IF.
           MOVE SNH-NOME TO WS-OPE-NOME.
           MOVE SNH-PERFIL TO WS-OPE-PERFIL.

       R-ABERTURA.
           DISPLAY TELA-ABERTURA.
           DISPLAY WS-OPERADOR LINE 01 COLUMN 11.
           MOVE ZEROS TO WS-CRM-DISPO.

           ACCEPT WS-OPR LINE 14 COLUMN 01.
           EVALUATE WS-OPR
               WHEN "E"
               WHEN "e"
               WHEN "l"
                   MOVE "L" TO WS-OPR
                   GO TO R-LISTAR-BLOQUEIOS
               WHEN "F"
               WHEN "f"
                   MOVE "F" TO WS-OPR
                   GO TO R-FERIADO
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO WS-OPR
                   GO TO R-DESMARCAR-FERIADO
               WHEN "C"
               WHEN "c"
                   MOVE "C" TO WS-OPR
                   GO TO R-CALENDARIO
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO WS-OPR
               INTO WS-MASC-DATA
           END-STRING.

      *
      **********************
      * FERIADO OU FECHAMENTO DA CLINICA *
      **********************
      *
      * UMA DATA POR REGISTRO; DATA JA CADASTRADA E ALTERADA. VALE
      * PARA TODOS OS MEDICOS, ENTAO SO O SUPERVISOR MEXE
       R-FERIADO.
           IF WS-OPE-PERFIL NOT = "S"
               MOVE "OPCAO RESERVADA AO SUPERVISOR - QUALQUER TECLA CON
      -            "TINUA" TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO R-ABERTURA
           END-IF.
           DISPLAY TELA-FERIADO.
           MOVE ZEROS TO WS-DATA-INI WS-FER-FECHA.
           MOVE SPACES TO WS-FER-DESCRICAO.

       R-FERIADO-DATA.
           ACCEPT T-FER-DIA.
           ACCEPT T-FER-MES.
           ACCEPT T-FER-ANO.
           IF cob-crt-status = 2005
              GO TO R-ABERTURA.

           IF NOT WS-INI-DIA >= 01 OR NOT WS-INI-DIA <= 31
               OR NOT WS-INI-MES >= 01 OR NOT WS-INI-MES <= 12
               OR NOT WS-INI-ANO >= 2000
               MOVE "FORMATO DE DATA INVALIDO" TO WS-MSG
               PERFORM SHOW-MSG
               GO TO R-FERIADO-DATA.

           PERFORM R-MONTA-CHAVES-DATA.
           PERFORM R-LE-FERIADO.
           IF WS-FERIADO-EXISTE = "S"
               MOVE "FERIADO JA CADASTRADO - CONFIRA E ALTERE O QUE PRE
      -            "CISAR" TO WS-MSG
           ELSE
               MOVE SPACES TO WS-MSG
           END-IF.
           DISPLAY TELA-FERIADO.
           PERFORM SHOW-MSG.

       R-FERIADO-DADOS.
           ACCEPT T-FER-DESCRICAO.
           ACCEPT T-FER-HH.
           ACCEPT T-FER-MM.
           IF cob-crt-status = 2005
              GO TO R-FERIADO-DATA.

           IF WS-FER-DESCRICAO = SPACES
               MOVE "INFORME A DESCRICAO DO FERIADO" TO WS-MSG
               PERFORM SHOW-MSG
               GO TO R-FERIADO-DADOS.

           IF WS-FER-HH > 23 OR WS-FER-MM > 59
               MOVE "HORARIO INVALIDO" TO WS-MSG
               PERFORM SHOW-MSG
               GO TO R-FERIADO-DADOS.

           PERFORM CLEAR-MSG.
           MOVE "DADOS OK (S/N) ?: " TO WS-MSG.
           PERFORM SHOW-MSG.
           ACCEPT WS-OPT LINE 24 COLUMN 01.
           IF WS-OPT NOT = "S" AND WS-OPT NOT = "s"
               GO TO R-FERIADO-DADOS.

           MOVE WS-DATA-CHAVE-INI TO FER-DATA.
           MOVE WS-FER-DESCRICAO TO FER-DESCRICAO.
           MOVE WS-FER-FECHA TO FER-HORA-FECHA.
           IF WS-FERIADO-EXISTE = "S"
               REWRITE REGFERIADO
           ELSE
               WRITE REGFERIADO
           END-IF.
           IF ST-ERRO-FER NOT = "00"
               MOVE "ERRO AO GRAVAR O FERIADO. CODIGO: " TO WS-MSG
               PERFORM SHOW-MSG
               DISPLAY ST-ERRO-FER
               ACCEPT WS-ANY
               GO TO R-ABERTURA
           END-IF.
           MOVE "FERIADO GRAVADO - CONSULTAS JA MARCADAS NA DATA SAEM N
      -        "O RELFERIA. QUALQUER TECLA" TO WS-MSG.
           PERFORM SHOW-MSG.
           ACCEPT WS-ANY.
           GO TO R-ABERTURA.

       R-LE-FERIADO.
           MOVE "N" TO WS-FERIADO-EXISTE.
           MOVE WS-DATA-CHAVE-INI TO FER-DATA.
           READ CADFERIA.
           IF ST-ERRO-FER = "00"
               MOVE "S" TO WS-FERIADO-EXISTE
               MOVE FER-DESCRICAO TO WS-FER-DESCRICAO
               MOVE FER-HORA-FECHA TO WS-FER-FECHA
           END-IF.

      *
      **********************
      * REMOCAO DE FERIADO *
      **********************
      *
       R-DESMARCAR-FERIADO.
           IF WS-OPE-PERFIL NOT = "S"
               MOVE "OPCAO RESERVADA AO SUPERVISOR - QUALQUER TECLA CON
      -            "TINUA" TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO R-ABERTURA
           END-IF.
           DISPLAY TELA-FERIADO.
           MOVE ZEROS TO WS-DATA-INI WS-FER-FECHA.
           MOVE SPACES TO WS-FER-DESCRICAO.

       R-DESMARCA-DATA.
           ACCEPT T-FER-DIA.
           ACCEPT T-FER-MES.
           ACCEPT T-FER-ANO.
           IF cob-crt-status = 2005
              GO TO R-ABERTURA.

           PERFORM R-MONTA-CHAVES-DATA.
           PERFORM R-LE-FERIADO.
           IF WS-FERIADO-EXISTE NOT = "S"
               MOVE "FERIADO NAO ENCONTRADO NESTA DATA PRESSIONE QUALQU
      -            "ER TECLA" TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO R-ABERTURA
           END-IF.

           DISPLAY TELA-FERIADO.
           MOVE "CONFIRMA A REMOCAO DO FERIADO (S/N) ?: " TO WS-MSG.
           PERFORM SHOW-MSG.
           ACCEPT WS-OPT LINE 24 COLUMN 01.
           IF WS-OPT = "S" OR "s" THEN
               DELETE CADFERIA
               IF ST-ERRO-FER NOT = "00"
                   MOVE "ERRO AO REMOVER O FERIADO. CODIGO: " TO WS-MSG
                   PERFORM SHOW-MSG
                   DISPLAY ST-ERRO-FER
                   ACCEPT WS-ANY
               END-IF
           END-IF.
           GO TO R-ABERTURA.

      *
      **********************
      * CALENDARIO DE FERIADOS *
      **********************
      *
      * LISTA A PARTIR DE 1O DE JANEIRO DO ANO CORRENTE
       R-CALENDARIO.
           DISPLAY TELA-FERIADO.
           PERFORM R-TITULO-CALENDARIO.
           ACCEPT WS-DATA-CHAVE-INI FROM DATE YYYYMMDD.
           MOVE 01 TO WS-CHI-MES.
           MOVE 01 TO WS-CHI-DIA.
           MOVE WS-DATA-CHAVE-INI TO FER-DATA.
           MOVE "N" TO WS-FIM.
           START CADFERIA KEY IS NOT LESS THAN FER-DATA
               INVALID KEY
                   MOVE "S" TO WS-FIM
           END-START.
           IF WS-FIM NOT = "S"
               PERFORM R-LER-PROXIMO-FERIADO
           END-IF.
           PERFORM R-LISTA-FERIADO UNTIL WS-FIM = "S".
           MOVE "FIM DA LISTA PRESSIONE QUALQUER TECLA PARA CONTINUAR"
               TO WS-MSG.
           PERFORM SHOW-MSG.
           ACCEPT WS-ANY.
           GO TO R-ABERTURA.

       R-TITULO-CALENDARIO.
           DISPLAY WS-CLEAR LINE 05 COLUMN 01.
           DISPLAY WS-CLEAR LINE 07 COLUMN 01.
           DISPLAY WS-CLEAR LINE 09 COLUMN 01.
           DISPLAY WS-CLEAR LINE 10 COLUMN 01.
           DISPLAY "DATA        FECHA  DESCRICAO" LINE 05 COLUMN 01.
           MOVE 05 TO WS-LINE.

       R-LER-PROXIMO-FERIADO.
           READ CADFERIA NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-FER NOT = "00"
               MOVE "S" TO WS-FIM
           END-IF.

       R-LISTA-FERIADO.
           ADD 1 TO WS-LINE.
           IF WS-LINE > 22
               MOVE "PRESSIONE QUALQUER TECLA PARA A PROXIMA PAGINA"
                   TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               DISPLAY TELA-FERIADO
               PERFORM R-TITULO-CALENDARIO
               MOVE 06 TO WS-LINE
           END-IF.
           MOVE SPACES TO WS-MASC-DATA.
           STRING
               FER-DATA(7:2) DELIMITED BY SIZE
               "/"           DELIMITED BY SIZE
               FER-DATA(5:2) DELIMITED BY SIZE
               "/"           DELIMITED BY SIZE
               FER-DATA(1:4) DELIMITED BY SIZE
               INTO WS-MASC-DATA
           END-STRING.
           IF FER-HORA-FECHA = ZEROS
               MOVE "DIA" TO WS-MASC-HORA
           ELSE
               MOVE SPACES TO WS-MASC-HORA
               STRING
                   FER-HORA-FECHA(1:2) DELIMITED BY SIZE
                   ":"                 DELIMITED BY SIZE
                   FER-HORA-FECHA(3:2) DELIMITED BY SIZE
                   INTO WS-MASC-HORA
               END-STRING
           END-IF.
           DISPLAY WS-MASC-DATA LINE WS-LINE COLUMN 01.
           DISPLAY WS-MASC-HORA LINE WS-LINE COLUMN 13.
           DISPLAY FER-DESCRICAO LINE WS-LINE COLUMN 20.
           PERFORM R-LER-PROXIMO-FERIADO.

      *
      **********************
      * VALIDACOES *
       ROT-FIM.
           CLOSE CADDISPO
           CLOSE CADBLOQ
           CLOSE CADFERIA
           CLOSE CADMEDICO
           EXIT PROGRAM.
