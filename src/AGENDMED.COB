      * ACHA NADA, E O CANCELAMENTO MOSTRA OS MAIS ANTIGOS DA FILA
      * DA ESPECIALIDADE DO MEDICO PARA A RECEPCAO LIGAR E OCUPAR O
      * HORARIO LIBERADO. A LISTAGEM COMPLETA SAI NO RELFILA.
      * NUMERO DE PACIENTE UNIFICADO NO PROGPACIENTE (CADASTRO EM
      * DUPLICIDADE) E RECUSADO COM O NUMERO QUE FICOU NA MENSAGEM.
      * DATAS DO CALENDARIO DE FERIADOS DA CLINICA (CADFERIA, TAMBEM
      * DO PROGDISPO) SAO RECUSADAS NA MARCACAO, NA REMARCACAO E NA
      * BUSCA DE VAGA; NO MEIO EXPEDIENTE SO OS HORARIOS ANTES DA
      * HORA DE FECHAMENTO VALEM.
      * A OPCAO (T)RATAMENTO MARCA UMA SERIE DE CONSULTAS DO MESMO
      * PACIENTE COM O MESMO MEDICO E NA MESMA HORA (SEMANAL OU A
      * CADA N DIAS): CADA SESSAO E CONFERIDA CONTRA A ESCALA, OS
      * BLOQUEIOS, OS FERIADOS E A AGENDA, AS QUE COLIDEM RECEBEM O
      * HORARIO LIVRE MAIS PROXIMO COMO SUGESTAO E AS ACEITAS SAO
      * MARCADAS JUNTAS, LIGADAS PELO NUMERO DA SERIE NO CADSERIE
      * (REGSERIE.DAT). O CANCELAMENTO DE UMA SESSAO DA SERIE PODE
      * CANCELAR DE UMA VEZ TODAS AS SESSOES QUE AINDA FALTAM.
      * A CONSULTA CONFIRMADA PELO PACIENTE NO RETORNO DO LEMBRETE
      * (SITUACAO "K", GRAVADA PELO IMPCONF) VALE COMO MARCADA; A
      * REMARCACAO A DEVOLVE PARA "M", POIS A CONFIRMACAO ERA DO
      * HORARIO ANTIGO.
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

       SELECT CADFILA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-FIL.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-CODIGO
           FILE STATUS IS ST-ERRO-OPE.

       SELECT CADSERIE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SER-CHAVE
           FILE STATUS IS ST-ERRO-SER
           ALTERNATE RECORD KEY IS SER-NUMERO WITH DUPLICATES.
      *-----------DATA DIVISION--------------------
       DATA DIVISION.
       FILE SECTION.

           COPY BLOQREG.

       FD CADFERIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGFERIA.DAT".

           COPY FERIAREG.

       FD CADFILA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGFILA.DAT".

           COPY OPERREG.

       FD CADSERIE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGSERIE.DAT".

           COPY SERIEREG.

      *
      *----------WORKING-STORAGE SECTION-----------
       WORKING-STORAGE SECTION.
      * H - HISTORICO DE CONSULTAS DO PACIENTE
      * A - ATENDIMENTO (RESULTADO DA CONSULTA)
      * F - FILA DE ESPERA POR ESPECIALIDADE
      * T - TRATAMENTO (SERIE DE CONSULTAS)
       77 WS-ANY PIC X(01) VALUE SPACES.
       01 WS-MSG PIC X(100) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-PAC  PIC X(02) VALUE "00".
       77 ST-ERRO-DIS  PIC X(02) VALUE "00".
       77 ST-ERRO-BLQ  PIC X(02) VALUE "00".
       77 ST-ERRO-FER  PIC X(02) VALUE "00".
       77 ST-ERRO-FIL  PIC X(02) VALUE "00".
       77 ST-ERRO-OPE  PIC X(02) VALUE "00".
       77 ST-ERRO-SER  PIC X(02) VALUE "00".

      * OPERADOR IDENTIFICADO NA PARTIDA (CADOPER / PROGOPER)
       77 WS-OPERADOR PIC 9(04) VALUE ZEROS.
       77 WS-TENTATIVAS PIC 9(01) VALUE ZEROS.
       01 WS-OPE-NOME PIC X(30) VALUE SPACES.
       77 WS-OPE-PERFIL PIC X(01) VALUE SPACE.
           COPY SENHAPAR.

      * FILA DE ESPERA POR ESPECIALIDADE: A BAIXA REGRAVA O ARQUIVO
      * POR INTEIRO A PARTIR DA TABELA EM MEMORIA, COMO O PROGESPEC
       77 WS-BLOQUEADO PIC X(01) VALUE "N".
       77 WS-FIM-BLQ PIC X(01) VALUE "N".

      * CALENDARIO DE FERIADOS: WS-HORA-FECHA ZEROS = FECHADO O DIA
      * INTEIRO, 2400 = DIA NORMAL
       77 WS-TEM-FERIA PIC X(01) VALUE "N".
       77 WS-FERIADO PIC X(01) VALUE "N".
       77 WS-HORA-FECHA PIC 9(04) VALUE 2400.
       01 WS-FERIADO-DESCR PIC X(30) VALUE SPACES.

       77 WS-DDS-DIA PIC 9(02) VALUE ZEROS.
       77 WS-DDS-MES PIC 9(02) VALUE ZEROS.
       77 WS-DDS-ANO PIC 9(04) VALUE ZEROS.
       77 WS-GRADE-QUOC PIC 9(04) VALUE ZEROS.
       77 WS-GRADE-RESTO PIC 9(02) VALUE ZEROS.

      * SERIE DE CONSULTAS (TRATAMENTO): UMA LINHA DA TABELA POR
      * SESSAO. TS-SITUACAO "L" = HORARIO LIVRE, "O" = COLIDE (O
      * MOTIVO FICA EM TS-MOTIVO E A SUGESTAO EM TS-SUG-DATA/HORA,
      * ZEROS SE NAO HOUVER VAGA EM 60 DIAS). TS-MARCAR-DATA/HORA E
      * O HORARIO ESCOLHIDO NA GRAVACAO E TS-RESULTADO "M" = MARCADA
       77 WS-SER-CRM PIC 9(06) VALUE ZEROS.
       77 WS-SER-HORA PIC 9(04) VALUE ZEROS.
       77 WS-SER-TIPO PIC X(01) VALUE SPACE.
       77 WS-SER-DIAS PIC 9(02) VALUE ZEROS.
       77 WS-SER-QTD PIC 9(02) VALUE ZEROS.
       77 WS-SER-IDX PIC 9(02) VALUE ZEROS.
       77 WS-SER-J PIC 9(02) VALUE ZEROS.
       77 WS-SER-CONTA-DIAS PIC 9(02) VALUE ZEROS.
       77 WS-SER-LIVRES PIC 9(02) VALUE ZEROS.
       77 WS-SER-SUGERIDAS PIC 9(02) VALUE ZEROS.
       77 WS-SER-MARCADAS PIC 9(02) VALUE ZEROS.
       77 WS-SER-CANCELADAS PIC 9(02) VALUE ZEROS.
       77 WS-SER-SEM-VINCULO PIC 9(02) VALUE ZEROS.
       77 WS-SER-ERRO-VINCULO PIC X(02) VALUE "00".
       77 WS-SER-NUMERO PIC 9(06) VALUE ZEROS.
       77 WS-SER-SESSAO PIC 9(02) VALUE ZEROS.
       77 WS-SER-PACIENTE PIC 9(06) VALUE ZEROS.
       77 WS-SER-OPCAO PIC X(01) VALUE SPACE.
       77 WS-SER-FASE PIC X(01) VALUE SPACE.
       77 WS-SER-COLIDE PIC X(01) VALUE "N".
       77 WS-SER-LIGADA PIC X(01) VALUE "N".
       77 WS-SER-ABRANGE PIC X(01) VALUE "E".
       77 WS-SER-MOTIVO PIC X(01) VALUE SPACE.
       77 WS-FIM-SER PIC X(01) VALUE "N".
       01 WS-SER-CHAVE-SALVA PIC X(18) VALUE SPACES.
       77 WS-SER-M-DATA PIC 9(08) VALUE ZEROS.
       77 WS-SER-M-HORA PIC 9(04) VALUE ZEROS.
       01 WS-SER-SUG-MASC PIC X(16) VALUE SPACES.
       01 WS-SER-TEXTO PIC X(52) VALUE SPACES.
       01 TAB-SERIE.
           02 SERIE-ENT OCCURS 16 TIMES.
               03 TS-DATA PIC 9(08).
               03 TS-HORA PIC 9(04).
               03 TS-SITUACAO PIC X(01).
               03 TS-MOTIVO PIC X(12).
               03 TS-SUG-DATA PIC 9(08).
               03 TS-SUG-HORA PIC 9(04).
               03 TS-MARCAR-DATA PIC 9(08).
               03 TS-MARCAR-HORA PIC 9(04).
               03 TS-RESULTADO PIC X(01).

       77 WS-DNM-MES PIC 9(02) VALUE ZEROS.
       77 WS-DNM-ANO PIC 9(04) VALUE ZEROS.
       77 WS-DNM-QUOC PIC 9(04) VALUE ZEROS.
           02 LINE 11 COLUMN 01 VALUE
               "(A)TENDIMENTO - RESULTADO DA CONSULTA".
           02 LINE 12 COLUMN 01 VALUE "(F)ILA DE ESPERA".
           02 LINE 13 COLUMN 01 VALUE
               "(T)RATAMENTO - SERIE DE CONSULTAS".
           02 LINE 14 COLUMN 01 VALUE "(S)AIR".

       01 TELA-PROCURA.
           02 BLANK SCREEN.
           02 T-FILA-PAC LINE 07 COLUMN 20 PIC 9(06)
               USING WS-FILA-PACIENTE.

       01 TELA-SERIE.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 30 VALUE "--------------------------".
           02 LINE 02 COLUMN 30 VALUE "|   SERIE DE CONSULTAS    |".
           02 LINE 03 COLUMN 30 VALUE "--------------------------".
           02 LINE 05 COLUMN 01 VALUE "CRM DO MEDICO:".
           02 LINE 07 COLUMN 01 VALUE "PRIMEIRA SESSAO:    /  /    ".
           02 LINE 09 COLUMN 01 VALUE "HORA DA CONSULTA:   :  ".
           02 LINE 11 COLUMN 01 VALUE "PACIENTE (NUMERO):".
           02 LINE 11 COLUMN 28 VALUE "(ZEROS = BUSCAR POR NOME)".
           02 LINE 12 COLUMN 01 VALUE "NOME:".
           02 LINE 13 COLUMN 01 VALUE "TELEFONE DO PACIENTE:".
           02 LINE 14 COLUMN 04 VALUE "DDD:".
           02 LINE 14 COLUMN 12 VALUE "NUMERO:".
           02 LINE 16 COLUMN 01 VALUE
               "INTERVALO: (S)EMANAL OU A CADA (N) DIAS:".
           02 LINE 17 COLUMN 01 VALUE "DIAS ENTRE AS SESSOES:".
           02 LINE 18 COLUMN 01 VALUE "NUMERO DE SESSOES (2 A 16):".
           02 T-SER-CRM LINE 05 COLUMN 20 PIC 9(06) USING AGD-CRM
               HIGHLIGHT.
           02 T-SER-DIA LINE 07 COLUMN 19 PIC 9(02) USING WS-DIA.
           02 T-SER-MES LINE 07 COLUMN 22 PIC 9(02) USING WS-MES.
           02 T-SER-ANO LINE 07 COLUMN 25 PIC 9(04) USING WS-ANO.
           02 T-SER-HH LINE 09 COLUMN 19 PIC 9(02) USING WS-HH.
           02 T-SER-MM LINE 09 COLUMN 22 PIC 9(02) USING WS-MM.
           02 T-SER-COD-PACIENTE LINE 11 COLUMN 20 PIC 9(06)
               USING AGD-CODIGO-PACIENTE.
           02 T-SER-PACIENTE LINE 12 COLUMN 20 PIC X(30)
               FROM AGD-PACIENTE.
           02 T-SER-DDD LINE 14 COLUMN 09 PIC 9(02)
               FROM AGD-DDD-PACIENTE.
           02 T-SER-FONE LINE 14 COLUMN 20 PIC 9(09)
               FROM AGD-FONE-PACIENTE.
           02 T-SER-TIPO LINE 16 COLUMN 42 PIC X(01)
               USING WS-SER-TIPO.
           02 T-SER-DIAS LINE 17 COLUMN 24 PIC 9(02)
               USING WS-SER-DIAS.
           02 T-SER-QTD LINE 18 COLUMN 29 PIC 9(02)
               USING WS-SER-QTD.

       01 TELA-SERIE-LISTA.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 30 VALUE "--------------------------".
           02 LINE 02 COLUMN 30 VALUE "|   SERIE DE CONSULTAS    |".
           02 LINE 03 COLUMN 30 VALUE "--------------------------".
           02 LINE 05 COLUMN 01 VALUE "PACIENTE:".
           02 LINE 06 COLUMN 01 VALUE
               "SESSAO  DATA        HORA   SITUACAO".

      *--------------------------------------------
       PROCEDURE DIVISION.
       SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           ELSE
               NEXT SENTENCE.

      * LIGACAO DAS SESSOES DAS SERIES DE CONSULTAS (TRATAMENTO)
       INICIO-SERIE.
           OPEN I-O CADSERIE
           IF ST-ERRO-SER NOT = "00" THEN
               IF ST-ERRO-SER = "35" THEN
                   OPEN OUTPUT CADSERIE
                   CLOSE CADSERIE
                   MOVE "*** ARQUIVO CADSERIE SENDO CRIADO **"
                       TO WS-MSG
                   PERFORM SHOW-MSG
                   GO TO INICIO-SERIE
               ELSE
                   MOVE "*** ERRO NA ABERTURA DO CADSERIE **"
                       TO WS-MSG
                   PERFORM SHOW-MSG
                   ACCEPT WS-ANY
                   GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.

           OPEN INPUT CADMEDICO
           IF ST-ERRO NOT = "00" THEN
               MOVE "*** ERRO NA ABERTURA DO CADMEDICO - CADASTRE OS ME
           IF ST-ERRO-BLQ NOT = "00"
               MOVE "N" TO WS-TEM-BLOQ.

           MOVE "S" TO WS-TEM-FERIA.
           OPEN INPUT CADFERIA
           IF ST-ERRO-FER NOT = "00"
               MOVE "N" TO WS-TEM-FERIA.

           PERFORM CRIA-TABELA-ESPECIALIADES.

      *
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
           MOVE "AGENDMED" TO SNH-PROGRAMA.
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

       R-ABERTURA.
           DISPLAY TELA-ABERTURA.
               AGD-CODIGO-PACIENTE AGD-DDD-PACIENTE AGD-FONE-PACIENTE
               WS-DIA WS-MES WS-ANO WS-HH WS-MM

           ACCEPT WS-OPR LINE 15 COLUMN 01.
           EVALUATE WS-OPR
               WHEN "M"
               WHEN "m"
               WHEN "f"
                   MOVE "F" TO WS-OPR
                   GO TO R-FILA
               WHEN "T"
               WHEN "t"
                   MOVE "T" TO WS-OPR
                   GO TO R-SERIE
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO WS-OPR
           IF WS-MSG NOT = SPACES
               GO TO R-DATA-CONSULTA.

           PERFORM R-VALIDA-FERIADO.
           IF WS-MSG NOT = SPACES
               GO TO R-DATA-CONSULTA.

       R-HORA-CONSULTA.
           ACCEPT T-HH.
           ACCEPT T-MM.
                       GO TO R-DATA-CONSULTA
                   END-IF
           END-WRITE.
           PERFORM R-SERIE-DESLIGA.
           GO TO R-ABERTURA.

      * A MARCACAO POR CIMA DE UMA CONSULTA CANCELADA PRESERVA A
      * HORARIO CARREGANDO O RESULTADO JUNTO, SENAO O RESULTADO
      * CAI NUM MES ERRADO DO RELFALTA; DESFACA O RESULTADO NO
      * (A)TENDIMENTO ANTES
           IF AGD-SITUACAO NOT = "M" AND AGD-SITUACAO NOT = "K"
               MOVE "CONSULTA JA TEM RESULTADO - DESFACA NO (A)TENDIMEN
      -            "TO ANTES DE REMARCAR. QUALQUER TECLA CONTINUA"
                   TO WS-MSG
           MOVE AGD-PACIENTE TO WS-PACIENTE-SALVO.
           MOVE AGD-DDD-PACIENTE TO WS-DDD-PAC-SALVO.
           MOVE AGD-FONE-PACIENTE TO WS-FONE-PAC-SALVO.
           MOVE "M" TO WS-SIT-SALVA.
           MOVE AGD-DATA TO WS-DATA-ANTIGA.
           MOVE AGD-HORA TO WS-HORA-ANTIGA.

           IF WS-MSG NOT = SPACES
               GO TO R-REMARCA-DATA-NOVA.

           PERFORM R-VALIDA-FERIADO.
           IF WS-MSG NOT = SPACES
               GO TO R-REMARCA-DATA-NOVA.

       R-REMARCA-HORA-NOVA.
           ACCEPT T-HH.
           ACCEPT T-MM.
               ACCEPT WS-ANY
               GO TO R-ABERTURA
           END-IF.
           PERFORM R-SERIE-ACOMPANHA.
           MOVE "CONSULTA REMARCADA PRESSIONE QUALQUER TECLA PARA CONTI
      -        "NUAR" TO WS-MSG.
           PERFORM SHOW-MSG.
           END-IF.

           DISPLAY TELA-AGENDA.
           PERFORM R-SERIE-LE-LIGACAO.

      * CONSULTA DE UMA SERIE (TRATAMENTO): O PACIENTE QUE DESISTE
      * DO TRATAMENTO CANCELA DE UMA VEZ TODAS AS SESSOES QUE FALTAM
       R-CANCELA-ABRANGENCIA.
           MOVE "E" TO WS-SER-ABRANGE.
           IF WS-SER-LIGADA = "S"
               MOVE SPACES TO WS-MSG
               STRING
                   "SESSAO DA SERIE "       DELIMITED BY SIZE
                   WS-SER-NUMERO            DELIMITED BY SIZE
                   ": CANCELAR SO (E)STA OU (T)ODAS AS QUE FALTAM ?: "
                                            DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               ACCEPT WS-OPT LINE 24 COLUMN 01
               EVALUATE WS-OPT
                   WHEN "E"
                   WHEN "e"
                       CONTINUE
                   WHEN "T"
                   WHEN "t"
                       MOVE "T" TO WS-SER-ABRANGE
                   WHEN OTHER
                       GO TO R-CANCELA-ABRANGENCIA
               END-EVALUATE
           END-IF.

      * O CANCELAMENTO NAO APAGA MAIS O REGISTRO: A SITUACAO E
      * REGRAVADA E O HORARIO VOLTA A VALER COMO LIVRE NA BUSCA DE
               ACCEPT WS-ANY
               GO TO R-ABERTURA
           END-IF.
           IF WS-SER-ABRANGE = "T"
               PERFORM R-SERIE-CANCELA-RESTANTES
           END-IF.
      * COM O HORARIO LIBERADO, MOSTRA OS MAIS ANTIGOS DA FILA DE
      * ESPERA DA ESPECIALIDADE DESTE MEDICO PARA A RECEPCAO LIGAR
      * E PREENCHER A VAGA
           PERFORM R-MOSTRA-FILA-ESPEC THRU R-MOSTRA-FILA-FIM.
           MOVE "CONSULTA CANCELADA PRESSIONE QUALQUER TECLA PARA CONTI
      -        "NUAR" TO WS-MSG.
           IF WS-SER-ABRANGE = "T"
               MOVE SPACES TO WS-MSG
               STRING
                   "SERIE CANCELADA: ESTA E MAIS " DELIMITED BY SIZE
                   WS-SER-CANCELADAS               DELIMITED BY SIZE
                   " SESSOES. QUALQUER TECLA CONTINUA"
                                                   DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
           END-IF.
           PERFORM SHOW-MSG.
           ACCEPT WS-ANY.
           GO TO R-ABERTURA.

      *
      **********************
      * SERIE DE CONSULTAS (TRATAMENTO) *
      **********************
      *
      * FISIOTERAPIA, PSICOLOGIA E OUTROS TRATAMENTOS VOLTAM COM O
      * MESMO MEDICO NA MESMA HORA: A PRIMEIRA DATA, A HORA, O
      * INTERVALO E O NUMERO DE SESSOES GERAM AS DATAS, CADA UMA E
      * CONFERIDA COMO NA MARCACAO AVULSA E A RECEPCAO VE NUMA TELA
      * SO O QUE ESTA LIVRE E O QUE COLIDE, COM A SUGESTAO DE
      * HORARIO PARA CADA COLISAO, ANTES DE MARCAR TUDO DE UMA VEZ
       R-SERIE.
           DISPLAY TELA-SERIE.
           MOVE SPACE TO WS-SER-TIPO.
           MOVE ZEROS TO WS-SER-DIAS WS-SER-QTD.
           ACCEPT T-SER-CRM.
           IF cob-crt-status = 2005
              GO TO R-ABERTURA.

           PERFORM R-VALIDA-CRM.
           IF ST-ERRO NOT = "00"
               ACCEPT WS-ANY
               GO TO R-SERIE
           END-IF.
           PERFORM R-LE-DISPO.

       R-SERIE-DATA.
           ACCEPT T-SER-DIA.
           ACCEPT T-SER-MES.
           ACCEPT T-SER-ANO.
           IF cob-crt-status = 2005
              GO TO R-SERIE.

           PERFORM R-VALIDA-DATA THRU R-VALIDA-DATA-FIM.
           IF WS-MSG NOT = SPACES
               GO TO R-SERIE-DATA.

      * A HORA SO PRECISA CAIR NA GRADE DO MEDICO: O DIA DE CADA
      * SESSAO (ESCALA, BLOQUEIO, FERIADO) E CONFERIDO DEPOIS, UM A
      * UM, E O QUE COLIDIR VAI PARA A LISTA COM SUGESTAO
       R-SERIE-HORA.
           ACCEPT T-SER-HH.
           ACCEPT T-SER-MM.
           IF cob-crt-status = 2005
              GO TO R-SERIE-DATA.

           IF WS-MM > 59
               OR WS-HORA-CONSULTA < DIS-HORA-INICIO
               OR WS-HORA-CONSULTA > DIS-HORA-FIM
               MOVE "HORA FORA DO ATENDIMENTO DO MEDICO" TO WS-MSG
               PERFORM SHOW-MSG
               GO TO R-SERIE-HORA
           END-IF.
           PERFORM R-CALCULA-RESTO-GRADE.
           IF WS-GRADE-RESTO NOT = ZEROS
               MOVE "HORA FORA DA GRADE DE CONSULTAS DO MEDICO" TO
                   WS-MSG
               PERFORM SHOW-MSG
               GO TO R-SERIE-HORA
           END-IF.
           PERFORM CLEAR-MSG.

       R-SERIE-PACIENTE.
           ACCEPT T-SER-COD-PACIENTE.
           IF cob-crt-status = 2005
              GO TO R-SERIE-HORA.

           IF AGD-CODIGO-PACIENTE = ZEROS
               GO TO R-BUSCA-PACIENTE-NOME.

           PERFORM R-VALIDA-PACIENTE.
           IF ST-ERRO-PAC NOT = "00"
               ACCEPT WS-ANY
               GO TO R-SERIE-PACIENTE
           END-IF.

       R-SERIE-INTERVALO.
           ACCEPT T-SER-TIPO.
           IF cob-crt-status = 2005
              GO TO R-SERIE-PACIENTE.

           EVALUATE WS-SER-TIPO
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO WS-SER-TIPO
                   MOVE 7 TO WS-SER-DIAS
                   DISPLAY T-SER-TIPO
                   DISPLAY T-SER-DIAS
               WHEN "N"
               WHEN "n"
                   MOVE "N" TO WS-SER-TIPO
                   DISPLAY T-SER-TIPO
                   ACCEPT T-SER-DIAS
                   IF cob-crt-status = 2005
                       GO TO R-SERIE-INTERVALO
                   END-IF
                   IF WS-SER-DIAS < 1
                       MOVE "INFORME DE 1 A 99 DIAS ENTRE AS SESSOES"
                           TO WS-MSG
                       PERFORM SHOW-MSG
                       GO TO R-SERIE-INTERVALO
                   END-IF
               WHEN OTHER
                   MOVE "INFORME S (SEMANAL) OU N (A CADA N DIAS)"
                       TO WS-MSG
                   PERFORM SHOW-MSG
                   GO TO R-SERIE-INTERVALO
           END-EVALUATE.
           PERFORM CLEAR-MSG.

       R-SERIE-QUANTIDADE.
           ACCEPT T-SER-QTD.
           IF cob-crt-status = 2005
              GO TO R-SERIE-INTERVALO.

           IF WS-SER-QTD < 2 OR WS-SER-QTD > 16
               MOVE "A SERIE TEM DE 2 A 16 SESSOES" TO WS-MSG
               PERFORM SHOW-MSG
               GO TO R-SERIE-QUANTIDADE
           END-IF.

      * A CONFERENCIA LE O CADAGENDA POR CIMA DO REGISTRO: OS DADOS
      * DO PACIENTE FICAM GUARDADOS PARA A GRAVACAO
           MOVE AGD-CRM TO WS-SER-CRM.
           MOVE WS-HORA-CONSULTA TO WS-SER-HORA.
           MOVE AGD-CODIGO-PACIENTE TO WS-COD-PAC-SALVO.
           MOVE AGD-PACIENTE TO WS-PACIENTE-SALVO.
           MOVE AGD-DDD-PACIENTE TO WS-DDD-PAC-SALVO.
           MOVE AGD-FONE-PACIENTE TO WS-FONE-PAC-SALVO.

           MOVE "AGUARDE - CONFERINDO AS SESSOES DA SERIE" TO WS-MSG.
           PERFORM SHOW-MSG.
           PERFORM R-MONTA-CHAVE.
           MOVE ZEROS TO WS-SER-IDX.
           PERFORM R-SERIE-GERA-SESSAO UNTIL WS-SER-IDX >= WS-SER-QTD.

           MOVE ZEROS TO WS-SER-IDX WS-SER-LIVRES WS-SER-SUGERIDAS.
           PERFORM R-SERIE-CONFERE-SESSAO
               UNTIL WS-SER-IDX >= WS-SER-QTD.

           MOVE "C" TO WS-SER-FASE.
           PERFORM R-SERIE-EXIBE-LISTA.

           IF WS-SER-LIVRES = ZEROS AND WS-SER-SUGERIDAS = ZEROS
               MOVE "NENHUMA SESSAO PODE SER MARCADA PRESSIONE QUALQUER
      -            "TECLA PARA CONTINUAR" TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO R-ABERTURA
           END-IF.

       R-SERIE-OPCAO.
           MOVE "MARCAR (L)IVRES, LIVRES E (S)UGESTOES OU (D)ESISTIR ?:
      -        " " TO WS-MSG.
           PERFORM SHOW-MSG.
           ACCEPT WS-OPT LINE 24 COLUMN 01.
           EVALUATE WS-OPT
               WHEN "L"
               WHEN "l"
                   MOVE "L" TO WS-SER-OPCAO
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO WS-SER-OPCAO
               WHEN "D"
               WHEN "d"
                   GO TO R-ABERTURA
               WHEN OTHER
                   GO TO R-SERIE-OPCAO
           END-EVALUATE.

           PERFORM R-SERIE-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-SER-IDX WS-SER-MARCADAS WS-SER-SEM-VINCULO.
           PERFORM R-SERIE-MARCA-SESSAO UNTIL WS-SER-IDX >= WS-SER-QTD.

           MOVE "G" TO WS-SER-FASE.
           PERFORM R-SERIE-EXIBE-LISTA.
      * SESSAO GRAVADA NO CADAGENDA MAS SEM O REGISTRO NO CADSERIE:
      * FICA MARCADA, MAS O CANCELAMENTO DA SERIE NAO A ALCANCA
           IF WS-SER-SEM-VINCULO NOT = ZEROS
               MOVE SPACES TO WS-MSG
               STRING
                   WS-SER-SEM-VINCULO    DELIMITED BY SIZE
                   " SESSOES MARCADAS MAS NAO LIGADAS A SERIE - ERRO "
                                         DELIMITED BY SIZE
                   WS-SER-ERRO-VINCULO   DELIMITED BY SIZE
                   " NO REGSERIE.DAT. QUALQUER TECLA CONTINUA"
                                         DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
           END-IF.
           MOVE SPACES TO WS-MSG.
           STRING
               "SERIE "                  DELIMITED BY SIZE
               WS-SER-NUMERO             DELIMITED BY SIZE
               ": "                      DELIMITED BY SIZE
               WS-SER-MARCADAS           DELIMITED BY SIZE
               " SESSOES MARCADAS. QUALQUER TECLA CONTINUA"
                                         DELIMITED BY SIZE
               INTO WS-MSG
           END-STRING.
           PERFORM SHOW-MSG.
           ACCEPT WS-ANY.
           GO TO R-ABERTURA.

      * DATA DE CADA SESSAO: A PRIMEIRA E A DIGITADA, AS SEGUINTES
      * ANDAM WS-SER-DIAS DIAS SOBRE A ANTERIOR EM WS-DATA-CHAVE
       R-SERIE-GERA-SESSAO.
           ADD 1 TO WS-SER-IDX.
           IF WS-SER-IDX > 1
               MOVE ZEROS TO WS-SER-CONTA-DIAS
               PERFORM R-SERIE-AVANCA-DIA
                   UNTIL WS-SER-CONTA-DIAS >= WS-SER-DIAS
           END-IF.
           MOVE WS-DATA-CHAVE TO TS-DATA(WS-SER-IDX).
           MOVE WS-SER-HORA TO TS-HORA(WS-SER-IDX).
           MOVE "L" TO TS-SITUACAO(WS-SER-IDX).
           MOVE SPACES TO TS-MOTIVO(WS-SER-IDX).
           MOVE ZEROS TO TS-SUG-DATA(WS-SER-IDX)
               TS-SUG-HORA(WS-SER-IDX)
               TS-MARCAR-DATA(WS-SER-IDX)
               TS-MARCAR-HORA(WS-SER-IDX).
           MOVE "N" TO TS-RESULTADO(WS-SER-IDX).

       R-SERIE-AVANCA-DIA.
           ADD 1 TO WS-SER-CONTA-DIAS.
           ADD 1 TO WS-CH-DIA.
           MOVE WS-CH-MES TO WS-DNM-MES.
           MOVE WS-CH-ANO TO WS-DNM-ANO.
           PERFORM R-DIAS-NO-MES.
           IF WS-CH-DIA > WS-ULT-DIA-MES
               MOVE 01 TO WS-CH-DIA
               ADD 1 TO WS-CH-MES
           END-IF.
           IF WS-CH-MES > 12
               MOVE 01 TO WS-CH-MES
               ADD 1 TO WS-CH-ANO
           END-IF.

      * MESMOS TESTES DA MARCACAO AVULSA: ESCALA, BLOQUEIO, FERIADO
      * (DIA INTEIRO OU MEIO EXPEDIENTE) E CONSULTA JA MARCADA NA
      * CHAVE; CONSULTA CANCELADA VALE COMO LIVRE
       R-SERIE-CONFERE-SESSAO.
           ADD 1 TO WS-SER-IDX.
           MOVE WS-SER-CRM TO AGD-CRM.
           MOVE TS-DATA(WS-SER-IDX) TO WS-DATA-CHAVE.
           MOVE TS-HORA(WS-SER-IDX) TO WS-HORA-CONSULTA.
           PERFORM R-TESTA-DIA-ATENDE.
           IF WS-DIA-OK NOT = "S"
               IF DIS-DIA-SEMANA(WS-DIA-SEMANA) NOT = "S"
                   MOVE "FORA ESCALA" TO TS-MOTIVO(WS-SER-IDX)
               ELSE
                   IF WS-BLOQUEADO = "S"
                       MOVE "BLOQUEIO" TO TS-MOTIVO(WS-SER-IDX)
                   ELSE
                       MOVE "FERIADO" TO TS-MOTIVO(WS-SER-IDX)
                   END-IF
               END-IF
           ELSE
               IF WS-HORA-CONSULTA NOT < WS-HORA-FECHA
                   MOVE "FERIADO" TO TS-MOTIVO(WS-SER-IDX)
               ELSE
                   MOVE WS-DATA-CHAVE TO AGD-DATA
                   MOVE WS-HORA-CONSULTA TO AGD-HORA
                   READ CADAGENDA
                   EVALUATE ST-ERRO-AGD
                       WHEN "23"
                           CONTINUE
                       WHEN "00"
                           IF AGD-SITUACAO NOT = "C"
                               AND AGD-SITUACAO NOT = "X"
                               MOVE "OCUPADO" TO TS-MOTIVO(WS-SER-IDX)
                           END-IF
                       WHEN OTHER
                           MOVE "ERRO LEITURA" TO TS-MOTIVO(WS-SER-IDX)
                   END-EVALUATE
               END-IF
           END-IF.
           IF TS-MOTIVO(WS-SER-IDX) = SPACES
               ADD 1 TO WS-SER-LIVRES
           ELSE
               MOVE "O" TO TS-SITUACAO(WS-SER-IDX)
               PERFORM R-SERIE-SUGERE-VAGA
           END-IF.

      * HORARIO LIVRE MAIS PROXIMO DA SESSAO QUE COLIDIU, NO MESMO
      * MEDICO, A PARTIR DO INICIO DO DIA DA SESSAO (MESMA BUSCA DO
      * (P)ROCURAR, ATE 60 DIAS)
       R-SERIE-SUGERE-VAGA.
           DIVIDE DIS-HORA-INICIO BY 100 GIVING WS-HH
               REMAINDER WS-MM.
           MOVE "N" TO WS-VAGA-ACHADA.
           MOVE ZEROS TO WS-DIAS-TESTADOS.
           PERFORM R-SERIE-TESTA-VAGA
               UNTIL WS-VAGA-ACHADA = "S"
               OR WS-DIAS-TESTADOS > 60.
           IF WS-VAGA-ACHADA = "S"
               MOVE WS-DATA-CHAVE TO TS-SUG-DATA(WS-SER-IDX)
               MOVE WS-HORA-CONSULTA TO TS-SUG-HORA(WS-SER-IDX)
               ADD 1 TO WS-SER-SUGERIDAS
           END-IF.

      * O HORARIO LIVRE NAO PODE SER UM QUE A PROPRIA SERIE JA VAI
      * USAR (SESSAO LIVRE OU SUGESTAO DE OUTRA SESSAO)
       R-SERIE-TESTA-VAGA.
           PERFORM R-TESTA-VAGA.
           IF WS-VAGA-ACHADA = "S"
               PERFORM R-SERIE-TESTA-COLISAO
               IF WS-SER-COLIDE = "S"
                   MOVE "N" TO WS-VAGA-ACHADA
                   PERFORM R-AVANCA-HORARIO
               END-IF
           END-IF.

       R-SERIE-TESTA-COLISAO.
           MOVE "N" TO WS-SER-COLIDE.
           MOVE ZEROS TO WS-SER-J.
           PERFORM R-SERIE-COMPARA-SESSAO
               UNTIL WS-SER-J >= WS-SER-QTD
               OR WS-SER-COLIDE = "S".

       R-SERIE-COMPARA-SESSAO.
           ADD 1 TO WS-SER-J.
           IF TS-SITUACAO(WS-SER-J) = "L"
               AND TS-DATA(WS-SER-J) = WS-DATA-CHAVE
               AND TS-HORA(WS-SER-J) = WS-HORA-CONSULTA
               MOVE "S" TO WS-SER-COLIDE
           END-IF.
           IF TS-SITUACAO(WS-SER-J) = "O"
               AND TS-SUG-DATA(WS-SER-J) = WS-DATA-CHAVE
               AND TS-SUG-HORA(WS-SER-J) = WS-HORA-CONSULTA
               MOVE "S" TO WS-SER-COLIDE
           END-IF.

      * NUMERO DA NOVA SERIE: O MAIOR JA GRAVADO MAIS UM (A CHAVE
      * ALTERNATIVA DEIXA O ULTIMO NUMERO NO FIM DA LEITURA)
       R-SERIE-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-SER-NUMERO.
           MOVE ZEROS TO SER-NUMERO.
           MOVE "N" TO WS-FIM-SER.
           START CADSERIE KEY IS NOT LESS THAN SER-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-SER
           END-START.
           IF WS-FIM-SER NOT = "S"
               PERFORM R-LER-PROXIMA-SERIE
           END-IF.
           PERFORM R-GUARDA-NUMERO-SERIE UNTIL WS-FIM-SER = "S".
           ADD 1 TO WS-SER-NUMERO.

       R-GUARDA-NUMERO-SERIE.
           MOVE SER-NUMERO TO WS-SER-NUMERO.
           PERFORM R-LER-PROXIMA-SERIE.

      * "02" = PROXIMO REGISTRO COM O MESMO NUMERO DE SERIE
       R-LER-PROXIMA-SERIE.
           READ CADSERIE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-SER
           END-READ.
           IF WS-FIM-SER NOT = "S"
               AND ST-ERRO-SER NOT = "00" AND ST-ERRO-SER NOT = "02"
               MOVE "S" TO WS-FIM-SER
           END-IF.

      * SESSAO LIVRE E MARCADA NO PROPRIO HORARIO; A QUE COLIDIU SO
      * E MARCADA NA SUGESTAO, E SO SE A RECEPCAO ACEITOU AS
      * SUGESTOES
       R-SERIE-MARCA-SESSAO.
           ADD 1 TO WS-SER-IDX.
           IF TS-SITUACAO(WS-SER-IDX) = "L"
               MOVE TS-DATA(WS-SER-IDX) TO TS-MARCAR-DATA(WS-SER-IDX)
               MOVE TS-HORA(WS-SER-IDX) TO TS-MARCAR-HORA(WS-SER-IDX)
           ELSE
               IF WS-SER-OPCAO = "S"
                   MOVE TS-SUG-DATA(WS-SER-IDX)
                       TO TS-MARCAR-DATA(WS-SER-IDX)
                   MOVE TS-SUG-HORA(WS-SER-IDX)
                       TO TS-MARCAR-HORA(WS-SER-IDX)
               END-IF
           END-IF.
           IF TS-MARCAR-DATA(WS-SER-IDX) NOT = ZEROS
               PERFORM R-SERIE-GRAVA-SESSAO
           END-IF.

      * OUTRO OPERADOR PODE TER TOMADO O HORARIO DEPOIS DA
      * CONFERENCIA: A SESSAO FICA COMO NAO MARCADA NA LISTA FINAL
       R-SERIE-GRAVA-SESSAO.
           MOVE WS-SER-CRM TO AGD-CRM.
           MOVE TS-MARCAR-DATA(WS-SER-IDX) TO AGD-DATA.
           MOVE TS-MARCAR-HORA(WS-SER-IDX) TO AGD-HORA.
           MOVE WS-COD-PAC-SALVO TO AGD-CODIGO-PACIENTE.
           MOVE WS-PACIENTE-SALVO TO AGD-PACIENTE.
           MOVE WS-DDD-PAC-SALVO TO AGD-DDD-PACIENTE.
           MOVE WS-FONE-PAC-SALVO TO AGD-FONE-PACIENTE.
           MOVE "M" TO AGD-SITUACAO.
           MOVE "N" TO WS-VAGA-REGRAVADA.
           WRITE REGAGENDA
               INVALID KEY
                   PERFORM R-REGRAVA-SOBRE-CANCELADA
               NOT INVALID KEY
                   IF ST-ERRO-AGD = "00"
                       MOVE "S" TO WS-VAGA-REGRAVADA
                   END-IF
           END-WRITE.
           IF WS-VAGA-REGRAVADA = "S"
               MOVE "M" TO TS-RESULTADO(WS-SER-IDX)
               ADD 1 TO WS-SER-MARCADAS
               MOVE AGD-CHAVE TO SER-CHAVE
               MOVE WS-SER-NUMERO TO SER-NUMERO
               MOVE WS-SER-IDX TO SER-SESSAO
               MOVE WS-COD-PAC-SALVO TO SER-CODIGO-PACIENTE
               WRITE REGSERIE
                   INVALID KEY
                       REWRITE REGSERIE
               END-WRITE
               IF ST-ERRO-SER NOT = "00"
                   ADD 1 TO WS-SER-SEM-VINCULO
                   MOVE ST-ERRO-SER TO WS-SER-ERRO-VINCULO
               END-IF
           END-IF.

      *
      **********************
      * LISTA DAS SESSOES DA SERIE *
      **********************
      *
      * WS-SER-FASE "C" = CONFERENCIA (LIVRE OU MOTIVO DA COLISAO
      * COM A SUGESTAO); "G" = DEPOIS DA GRAVACAO (MARCADA OU NAO)
       R-SERIE-EXIBE-LISTA.
           DISPLAY TELA-SERIE-LISTA.
           DISPLAY WS-PACIENTE-SALVO LINE 05 COLUMN 11.
           MOVE 6 TO WS-LINE.
           MOVE ZEROS TO WS-SER-IDX.
           PERFORM R-SERIE-EXIBE-SESSAO UNTIL WS-SER-IDX >= WS-SER-QTD.

       R-SERIE-EXIBE-SESSAO.
           ADD 1 TO WS-SER-IDX.
           ADD 1 TO WS-LINE.
           MOVE SPACES TO WS-SER-TEXTO WS-SER-SUG-MASC.
           IF WS-SER-FASE = "C"
               IF TS-SITUACAO(WS-SER-IDX) = "L"
                   MOVE "LIVRE" TO WS-SER-TEXTO
               ELSE
                   IF TS-SUG-DATA(WS-SER-IDX) = ZEROS
                       STRING
                           TS-MOTIVO(WS-SER-IDX) DELIMITED BY "  "
                           " - SEM VAGA EM 60 DIAS" DELIMITED BY SIZE
                           INTO WS-SER-TEXTO
                       END-STRING
                   ELSE
                       MOVE TS-SUG-DATA(WS-SER-IDX) TO WS-SER-M-DATA
                       MOVE TS-SUG-HORA(WS-SER-IDX) TO WS-SER-M-HORA
                       PERFORM R-SERIE-MASCARA
                       STRING
                           TS-MOTIVO(WS-SER-IDX) DELIMITED BY "  "
                           " - SUGESTAO "        DELIMITED BY SIZE
                           WS-MASC-DATA          DELIMITED BY SIZE
                           " "                   DELIMITED BY SIZE
                           WS-MASC-HORA          DELIMITED BY SIZE
                           INTO WS-SER-TEXTO
                       END-STRING
                   END-IF
               END-IF
           ELSE
               IF TS-RESULTADO(WS-SER-IDX) = "M"
                   IF TS-MARCAR-DATA(WS-SER-IDX) = TS-DATA(WS-SER-IDX)
                       AND TS-MARCAR-HORA(WS-SER-IDX)
                           = TS-HORA(WS-SER-IDX)
                       MOVE "MARCADA" TO WS-SER-TEXTO
                   ELSE
                       MOVE TS-MARCAR-DATA(WS-SER-IDX) TO WS-SER-M-DATA
                       MOVE TS-MARCAR-HORA(WS-SER-IDX) TO WS-SER-M-HORA
                       PERFORM R-SERIE-MASCARA
                       STRING
                           "MARCADA EM "         DELIMITED BY SIZE
                           WS-MASC-DATA          DELIMITED BY SIZE
                           " "                   DELIMITED BY SIZE
                           WS-MASC-HORA          DELIMITED BY SIZE
                           INTO WS-SER-TEXTO
                       END-STRING
                   END-IF
               ELSE
                   IF TS-MARCAR-DATA(WS-SER-IDX) = ZEROS
                       MOVE "NAO MARCADA" TO WS-SER-TEXTO
                   ELSE
                       MOVE "NAO MARCADA - HORARIO JA OCUPADO"
                           TO WS-SER-TEXTO
                   END-IF
               END-IF
           END-IF.
           MOVE TS-DATA(WS-SER-IDX) TO WS-SER-M-DATA.
           MOVE TS-HORA(WS-SER-IDX) TO WS-SER-M-HORA.
           PERFORM R-SERIE-MASCARA.
           DISPLAY WS-SER-IDX LINE WS-LINE COLUMN 03.
           DISPLAY WS-MASC-DATA LINE WS-LINE COLUMN 09.
           DISPLAY WS-MASC-HORA LINE WS-LINE COLUMN 21.
           DISPLAY WS-SER-TEXTO LINE WS-LINE COLUMN 28.

       R-SERIE-MASCARA.
           MOVE SPACES TO WS-MASC-DATA WS-MASC-HORA.
           STRING
               WS-SER-M-DATA(7:2)  DELIMITED BY SIZE
               "/"                 DELIMITED BY SIZE
               WS-SER-M-DATA(5:2)  DELIMITED BY SIZE
               "/"                 DELIMITED BY SIZE
               WS-SER-M-DATA(1:4)  DELIMITED BY SIZE
               INTO WS-MASC-DATA
           END-STRING.
           STRING
               WS-SER-M-HORA(1:2)  DELIMITED BY SIZE
               ":"                 DELIMITED BY SIZE
               WS-SER-M-HORA(3:2)  DELIMITED BY SIZE
               INTO WS-MASC-HORA
           END-STRING.

      *
      **********************
      * LIGACAO DA CONSULTA COM A SERIE *
      **********************
      *
      * A LIGACAO SO VALE SE A CONSULTA NA CHAVE AINDA E DO PACIENTE
      * DA SERIE (O HORARIO PODE TER SIDO CANCELADO E REMARCADO PARA
      * OUTRO PACIENTE)
       R-SERIE-LE-LIGACAO.
           MOVE "N" TO WS-SER-LIGADA.
           MOVE AGD-CHAVE TO SER-CHAVE.
           READ CADSERIE.
           IF ST-ERRO-SER = "00"
               AND SER-CODIGO-PACIENTE = AGD-CODIGO-PACIENTE
               MOVE "S" TO WS-SER-LIGADA
               MOVE SER-NUMERO TO WS-SER-NUMERO
               MOVE SER-CODIGO-PACIENTE TO WS-SER-PACIENTE
           END-IF.

      * CONSULTA MARCADA AVULSA NAO HERDA A LIGACAO DE UMA SESSAO
      * CANCELADA QUE OCUPAVA A MESMA CHAVE
       R-SERIE-DESLIGA.
           MOVE AGD-CHAVE TO SER-CHAVE.
           DELETE CADSERIE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      * SESSAO DE SERIE REMARCADA CONTINUA NA SERIE NO HORARIO NOVO
      * (AGD-CHAVE JA ESTA NO HORARIO NOVO)
       R-SERIE-ACOMPANHA.
           MOVE AGD-CHAVE TO WS-SER-CHAVE-SALVA.
           PERFORM R-SERIE-DESLIGA.
           MOVE AGD-CRM TO SER-CRM.
           MOVE WS-DATA-ANTIGA TO SER-DATA.
           MOVE WS-HORA-ANTIGA TO SER-HORA.
           READ CADSERIE.
           IF ST-ERRO-SER = "00"
               AND SER-CODIGO-PACIENTE = WS-COD-PAC-SALVO
               MOVE SER-NUMERO TO WS-SER-NUMERO
               MOVE SER-SESSAO TO WS-SER-SESSAO
               DELETE CADSERIE RECORD
               IF ST-ERRO-SER = "00"
                   MOVE WS-SER-CHAVE-SALVA TO SER-CHAVE
                   MOVE WS-SER-NUMERO TO SER-NUMERO
                   MOVE WS-SER-SESSAO TO SER-SESSAO
                   MOVE WS-COD-PAC-SALVO TO SER-CODIGO-PACIENTE
                   WRITE REGSERIE
               END-IF
      * A CONSULTA JA ESTA NO HORARIO NOVO, MAS SEM A LIGACAO O
      * CANCELAMENTO DA SERIE NAO A ALCANCA
               IF ST-ERRO-SER NOT = "00"
                   MOVE "ERRO AO GRAVAR A SERIE. CODIGO: " TO WS-MSG
                   PERFORM SHOW-MSG
                   DISPLAY ST-ERRO-SER
                   ACCEPT WS-ANY
               END-IF
           END-IF.

      * CANCELA COM O MESMO MOTIVO AS SESSOES DA SERIE AINDA
      * MARCADAS (OU CONFIRMADAS) DE HOJE EM DIANTE; SESSAO JA
      * ATENDIDA, COM FALTA OU CANCELADA FICA COMO ESTA. AGD-CHAVE
      * VOLTA PARA A CONSULTA DIGITADA, USADA DEPOIS NA FILA DE
      * ESPERA
       R-SERIE-CANCELA-RESTANTES.
           MOVE AGD-CHAVE TO WS-SER-CHAVE-SALVA.
           MOVE AGD-SITUACAO TO WS-SER-MOTIVO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-SER-CANCELADAS.
           MOVE WS-SER-NUMERO TO SER-NUMERO.
           MOVE "N" TO WS-FIM-SER.
           START CADSERIE KEY IS NOT LESS THAN SER-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-SER
           END-START.
           IF WS-FIM-SER NOT = "S"
               PERFORM R-LER-PROXIMA-SERIE
           END-IF.
           PERFORM R-SERIE-CANCELA-SESSAO UNTIL WS-FIM-SER = "S".
           MOVE WS-SER-CHAVE-SALVA TO AGD-CHAVE.

       R-SERIE-CANCELA-SESSAO.
           IF SER-NUMERO NOT = WS-SER-NUMERO
               MOVE "S" TO WS-FIM-SER
           ELSE
               MOVE SER-CHAVE TO AGD-CHAVE
               READ CADAGENDA
               IF ST-ERRO-AGD = "00"
                   AND (AGD-SITUACAO = "M" OR AGD-SITUACAO = "K")
                   AND AGD-CODIGO-PACIENTE = WS-SER-PACIENTE
                   AND AGD-DATA NOT < WS-DATA-HOJE
                   MOVE WS-SER-MOTIVO TO AGD-SITUACAO
                   REWRITE REGAGENDA
                   IF ST-ERRO-AGD = "00"
                       ADD 1 TO WS-SER-CANCELADAS
                   END-IF
               END-IF
               PERFORM R-LER-PROXIMA-SERIE
           END-IF.

      *
      **********************
      * RESULTADO DA CONSULTA (CHECK-IN DA RECEPCAO) *
           EVALUATE AGD-SITUACAO
               WHEN "M"
                   MOVE "MARCADA" TO WS-SIT-ROTULO
               WHEN "K"
                   MOVE "CONFIRMADA" TO WS-SIT-ROTULO
               WHEN "A"
                   MOVE "ATENDIDA" TO WS-SIT-ROTULO
               WHEN "F"

       R-TESTA-VAGA.
      * DIA EM QUE O MEDICO NAO ATENDE (ESCALA) OU ESTA BLOQUEADO
      * (FERIAS, CONGRESSO) OU FERIADO E PULADO INTEIRO; NO MEIO
      * EXPEDIENTE O DIA ACABA NA HORA DE FECHAMENTO DA CLINICA
           PERFORM R-TESTA-DIA-ATENDE.
           IF WS-DIA-OK = "S" AND WS-HORA-CONSULTA NOT < WS-HORA-FECHA
               MOVE "N" TO WS-DIA-OK
           END-IF.
           IF WS-DIA-OK NOT = "S"
               PERFORM R-PROXIMO-DIA
           ELSE
               GO TO R-HISTORICO.
           IF WS-OPR = "F"
               GO TO R-FILA-INSCREVER.
           IF WS-OPR = "T"
               DISPLAY TELA-SERIE
               DISPLAY NOME LINE 05 COLUMN 30
               GO TO R-SERIE-PACIENTE.
           DISPLAY TELA-AGENDA.
           DISPLAY NOME LINE 05 COLUMN 30.
           GO TO R-PACIENTE.
               ACCEPT WS-ANY
               GO TO R-HISTORICO
           END-IF.
      * AS CONSULTAS DO NUMERO UNIFICADO PASSARAM PARA O QUE FICOU
           IF PAC-SITUACAO = "U"
               PERFORM R-MSG-UNIFICADO
               ACCEPT WS-ANY
               GO TO R-HISTORICO
           END-IF.

           DISPLAY PAC-NOME LINE 06 COLUMN 01.
           DISPLAY "DATA        HORA   CRM     MEDICO
               ACCEPT WS-ANY
               GO TO R-FILA-PACIENTE
           END-IF.
           IF PAC-SITUACAO = "U"
               PERFORM R-MSG-UNIFICADO
               ACCEPT WS-ANY
               GO TO R-FILA-PACIENTE
           END-IF.
           IF PAC-SITUACAO = "N"
               PERFORM R-MSG-ANONIMIZADO
               ACCEPT WS-ANY
               GO TO R-FILA-PACIENTE
           END-IF.
           DISPLAY PAC-NOME LINE 08 COLUMN 01.

           MOVE "CONFIRMA A INSCRICAO NA FILA (S/N) ?: " TO WS-MSG.
       R-VALIDA-PACIENTE.
           MOVE AGD-CODIGO-PACIENTE TO PAC-CODIGO.
           READ CADPACIENTE.
           IF ST-ERRO-PAC = "00" AND PAC-SITUACAO = "U"
               PERFORM R-MSG-UNIFICADO
               MOVE "UN" TO ST-ERRO-PAC
           END-IF.
           IF ST-ERRO-PAC = "00" AND PAC-SITUACAO = "N"
               PERFORM R-MSG-ANONIMIZADO
               MOVE "UN" TO ST-ERRO-PAC
           END-IF.
           EVALUATE ST-ERRO-PAC
               WHEN "00"
                   MOVE PAC-NOME TO AGD-PACIENTE
                   MOVE "PACIENTE NAO CADASTRADO - INCLUA NO PROGPACIEN
      -            "TE OU DIGITE ZEROS PARA BUSCAR POR NOME" TO WS-MSG
                   PERFORM SHOW-MSG
      * NUMERO UNIFICADO OU ANONIMIZADO: A MENSAGEM JA FOI MOSTRADA
               WHEN "UN"
                   CONTINUE
               WHEN other
                   DISPLAY ST-ERRO-PAC
           END-EVALUATE.

      * NUMERO UNIFICADO NO PROGPACIENTE: A RECEPCAO E MANDADA PARA
      * O NUMERO QUE FICOU
       R-MSG-UNIFICADO.
           MOVE SPACES TO WS-MSG.
           STRING
               "PACIENTE UNIFICADO NO NUMERO " DELIMITED BY SIZE
               PAC-CODIGO-UNIFICADO            DELIMITED BY SIZE
               " - USE O NUMERO QUE FICOU"     DELIMITED BY SIZE
               INTO WS-MSG
           END-STRING.
           PERFORM SHOW-MSG.

      * PACIENTE ANONIMIZADO PELO ANONPAC (LGPD): OS DADOS PESSOAIS
      * FORAM APAGADOS E ELE E CADASTRADO DE NOVO SE VOLTAR
       R-MSG-ANONIMIZADO.
           MOVE "PACIENTE ANONIMIZADO (LGPD) - CADASTRE-O DE NOVO NO PRO
      -        "GPACIENTE" TO WS-MSG.
           PERFORM SHOW-MSG.

       R-VALIDA-DATA.
           MOVE SPACES TO WS-MSG.
           IF NOT WS-MES >= 01 OR NOT WS-MES <= 12 THEN

           PERFORM R-TESTA-DIA-ATENDE.
           IF WS-DIA-OK NOT = "S"
               IF WS-FERIADO = "S"
                   PERFORM R-MSG-FERIADO
               ELSE
                   MOVE "O MEDICO NAO ATENDE NESTA DATA (ESCALA OU BLOQ
      -                "UEIO) ESCOLHA OUTRA DATA" TO WS-MSG
                   PERFORM SHOW-MSG
               END-IF
               GO TO R-VALIDA-HORA-FIM.

           IF WS-MM > 59
               PERFORM SHOW-MSG
               GO TO R-VALIDA-HORA-FIM.

           IF WS-HORA-CONSULTA NOT < WS-HORA-FECHA
               PERFORM R-MSG-FERIADO
               GO TO R-VALIDA-HORA-FIM.

           PERFORM CLEAR-MSG.

       R-VALIDA-HORA-FIM.
           EXIT.

      * DATA EM QUE A CLINICA FECHA O DIA INTEIRO E RECUSADA JA NA
      * DIGITACAO; O MEIO EXPEDIENTE SO E TESTADO COM A HORA
       R-VALIDA-FERIADO.
           MOVE SPACES TO WS-MSG.
           PERFORM R-MONTA-CHAVE.
           PERFORM R-TESTA-FERIADO.
           IF WS-FERIADO = "S" AND WS-HORA-FECHA = ZEROS
               PERFORM R-MSG-FERIADO
           END-IF.

       R-MSG-FERIADO.
           MOVE SPACES TO WS-MSG.
           IF WS-HORA-FECHA = ZEROS
               STRING
                   "CLINICA FECHADA NESTA DATA: " DELIMITED BY SIZE
                   WS-FERIADO-DESCR               DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
           ELSE
               STRING
                   "CLINICA FECHA AS "            DELIMITED BY SIZE
                   WS-HORA-FECHA(1:2)             DELIMITED BY SIZE
                   ":"                            DELIMITED BY SIZE
                   WS-HORA-FECHA(3:2)             DELIMITED BY SIZE
                   " NESTA DATA: "                DELIMITED BY SIZE
                   WS-FERIADO-DESCR               DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
           END-IF.
           PERFORM SHOW-MSG.

       R-CALCULA-RESTO-GRADE.
           MULTIPLY WS-HH BY 60 GIVING WS-GRADE-MIN-CONS.
           ADD WS-MM TO WS-GRADE-MIN-CONS.
           END-IF.

      * O DIA EM WS-DATA-CHAVE SO SERVE SE O MEDICO ATENDE NESTE
      * DIA DA SEMANA, NAO HA BLOQUEIO COBRINDO A DATA E A CLINICA
      * NAO ESTA FECHADA O DIA INTEIRO (MEIO EXPEDIENTE DEIXA A HORA
      * DE FECHAMENTO EM WS-HORA-FECHA)
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

      * FERIADO OU FECHAMENTO DA CLINICA NA DATA EM WS-DATA-CHAVE;
      * SEM O ARQUIVO DO PROGDISPO NENHUM DIA E FERIADO
       R-TESTA-FERIADO.
           MOVE "N" TO WS-FERIADO.
           MOVE 2400 TO WS-HORA-FECHA.
           MOVE SPACES TO WS-FERIADO-DESCR.
           IF WS-TEM-FERIA = "S"
               MOVE WS-DATA-CHAVE TO FER-DATA
               READ CADFERIA
               IF ST-ERRO-FER = "00"
                   MOVE "S" TO WS-FERIADO
                   MOVE FER-HORA-FECHA TO WS-HORA-FECHA
                   MOVE FER-DESCRICAO TO WS-FERIADO-DESCR
               END-IF
           END-IF.

       R-TESTA-BLOQUEIO.
           MOVE "N" TO WS-BLOQUEADO.
           IF WS-TEM-BLOQ = "S"
               CLOSE CADBLOQ
           END-IF
           IF WS-TEM-FERIA = "S"
               CLOSE CADFERIA
           END-IF
           CLOSE CADSERIE
           EXIT PROGRAM.
