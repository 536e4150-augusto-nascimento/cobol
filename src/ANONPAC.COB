       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONPAC.
       AUTHOR. AUGUSTO ROCHA NASCIMENTO.
      *----------------------------------------------------------------
      * ANONIMIZACAO DOS PACIENTES INATIVOS (LGPD). SO O PERFIL
      * SUPERVISOR ENTRA AQUI. O SUPERVISOR INFORMA UMA DATA DE CORTE
      * E O PROGRAMA:
      *   1) APURA O ULTIMO MOVIMENTO DE CADA PACIENTE NO CADAGENDA
      *      (REGAGENDA.DAT), NO ARQUIVO MORTO DO ARCAGEND
      *      (REGAGENDA.ARC) E NA FILA (REGFILA.DAT) - INSCRICAO
      *      AINDA EM ESPERA CONTA COMO MOVIMENTO ATUAL - NO ARQUIVO
      *      DE TRABALHO ANONATV.TMP. O NUMERO UNIFICADO VALE PELO
      *      MOVIMENTO DO NUMERO QUE FICOU;
      *   2) LISTA EM ANONPAC.LST OS NUMEROS SEM NENHUM MOVIMENTO DESDE
      *      O CORTE (SO NUMERO, SITUACAO E DATA DO ULTIMO MOVIMENTO -
      *      A LISTA NAO LEVA DADO PESSOAL) E PEDE CONFIRMACAO. SEM A
      *      CONFIRMACAO NADA E ALTERADO;
      *   3) CONFIRMADO, APAGA NOME E TELEFONE COPIADOS NAS CONSULTAS
      *      DO CADAGENDA, DO ARQUIVO MORTO E NAS INSCRICOES DA FILA,
      *      E O NOME DO PACIENTE NA TRILHA DAS UNIFICACOES
      *      (LOGUNIF.DAT) - OS TRES ULTIMOS SAO REGRAVADOS POR
      *      INTEIRO A PARTIR DE ANONARC.TMP, ANONFILA.TMP E
      *      ANONUNIF.TMP - E SO ENTAO APAGA NOME,
      *      TELEFONES E CARTEIRA NO CADPACIENTE, MARCANDO A SITUACAO
      *      "N" (O NUMERO UNIFICADO CONTINUA "U"). CADA PACIENTE
      *      ANONIMIZADO E ANOTADO NO LOGANON.DAT (ANONREG.CPY),
      *      LISTADO PELO RELLGPD. PACIENTE ANONIMIZADO QUE FICAR SEM
      *      O REGISTRO NO LOGANON.DAT SAI NO FIM DO ANONPAC.LST E O
      *      PROGRAMA TERMINA COM RETURN-CODE 8, COMO EM QUALQUER
      *      ERRO DE ABERTURA, LEITURA OU GRAVACAO QUE INTERROMPA UM
      *      PASSO.
      * NUMEROS, DATAS, CRM, ESPECIALIDADE, CONVENIO, DATA DE
      * NASCIMENTO E SITUACOES SAO MANTIDOS, ENTAO O RELFALTA, O
      * RELOCUPA E O FATURAMENTO CONTINUAM FECHANDO. PACIENTE SEM
      * NENHUM MOVIMENTO REGISTRADO NAO E ANONIMIZADO (O CADASTRO NAO
      * TEM DATA DE INCLUSAO PARA SABER SE E ANTIGO). SE QUALQUER
      * PASSO DO ITEM 3 FALHAR ANTES DO CADPACIENTE, NADA E MARCADO
      * NO CADASTRO E A ANONIMIZACAO PODE SER REPETIDA COM A MESMA
      * DATA DE CORTE.
      * RODAR COM A RECEPCAO PARADA (AGENDMED, PROGPACIENTE E
      * ARCAGEND FORA DE USO), POIS A FILA, O ARQUIVO MORTO E O
      * LOGUNIF.DAT SAO REGRAVADOS POR INTEIRO.
      *----------------------------------------------------------------
      *----------ENVIRONMENT DIVISION--------------
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

       SELECT ARCTMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-ATM.

       SELECT CADFILA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-FIL.

       SELECT FILATMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-FTM.

       SELECT LOGUNIF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-UNF.

       SELECT UNIFTMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-UTM.

       SELECT ATIVIDADE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATV-CODIGO
           FILE STATUS IS ST-ERRO-ATV.

       SELECT LOGANON ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-ANM.

       SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-REL.
      *-----------DATA DIVISION--------------------
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

       FD ARCTMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ANONARC.TMP".
           COPY AGENDREG REPLACING
               ==REGAGENDA==           BY ==REGAGTMP==
               ==AGD-CHAVE==           BY ==AT-CHAVE==
               ==AGD-CRM==             BY ==AT-CRM==
               ==AGD-DATA==            BY ==AT-DATA==
               ==AGD-HORA==            BY ==AT-HORA==
               ==AGD-CODIGO-PACIENTE== BY ==AT-CODIGO-PACIENTE==
               ==AGD-PACIENTE==        BY ==AT-PACIENTE==
               ==AGD-DDD-PACIENTE==    BY ==AT-DDD-PACIENTE==
               ==AGD-FONE-PACIENTE==   BY ==AT-FONE-PACIENTE==
               ==AGD-SITUACAO==        BY ==AT-SITUACAO==.

       FD CADFILA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGFILA.DAT".
           COPY FILAREG.

       FD FILATMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ANONFILA.TMP".
           COPY FILAREG REPLACING
               ==REGFILA==             BY ==REGFILATMP==
               ==FIL-ESPECIALIDADE==   BY ==FT-ESPECIALIDADE==
               ==FIL-CODIGO-PACIENTE== BY ==FT-CODIGO-PACIENTE==
               ==FIL-PACIENTE==        BY ==FT-PACIENTE==
               ==FIL-DDD==             BY ==FT-DDD==
               ==FIL-FONE==            BY ==FT-FONE==
               ==FIL-DATA-PEDIDO==     BY ==FT-DATA-PEDIDO==
               ==FIL-SITUACAO==        BY ==FT-SITUACAO==.

       FD LOGUNIF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGUNIF.DAT".
           COPY UNIFREG.

       FD UNIFTMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ANONUNIF.TMP".
           COPY UNIFREG REPLACING
               ==REGLOGUNIF==          BY ==REGUNIFTMP==
               ==UNF-CODIGO-FICA==     BY ==UT-CODIGO-FICA==
               ==UNF-NOME-FICA==       BY ==UT-NOME-FICA==
               ==UNF-CODIGO-SAI==      BY ==UT-CODIGO-SAI==
               ==UNF-NOME-SAI==        BY ==UT-NOME-SAI==
               ==UNF-QTD-CONSULTAS==   BY ==UT-QTD-CONSULTAS==
               ==UNF-QTD-FILA==        BY ==UT-QTD-FILA==
               ==UNF-OPERADOR==        BY ==UT-OPERADOR==
               ==UNF-DATA==            BY ==UT-DATA==
               ==UNF-HORA==            BY ==UT-HORA==.

      * ARQUIVO DE TRABALHO: UM REGISTRO POR NUMERO DE PACIENTE COM
      * MOVIMENTO (OU MARCADO PARA ANONIMIZAR), COM A DATA DO ULTIMO
      * MOVIMENTO E O QUE FOI APAGADO DELE EM CADA ARQUIVO
       FD ATIVIDADE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ANONATV.TMP".
       01 REGATIVIDADE.
           02 ATV-CODIGO PIC 9(06).
           02 ATV-ULTIMO-MOVIMENTO PIC 9(08).
           02 ATV-ANONIMIZA PIC X(01).
           02 ATV-SITUACAO PIC X(01).
           02 ATV-QTD-CONSULTAS PIC 9(05).
           02 ATV-QTD-ARQUIVO PIC 9(05).
           02 ATV-QTD-FILA PIC 9(05).
           02 ATV-QTD-UNIFICACOES PIC 9(05).

       FD LOGANON
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGANON.DAT".
           COPY ANONREG.

       FD RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ANONPAC.LST".
       01 LINHA-RELATORIO PIC X(80).

      *
      *----------WORKING-STORAGE SECTION-----------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-PAC PIC X(02) VALUE "00".
       77 ST-ERRO-AGD PIC X(02) VALUE "00".
       77 ST-ERRO-ARC PIC X(02) VALUE "00".
       77 ST-ERRO-ATM PIC X(02) VALUE "00".
       77 ST-ERRO-FIL PIC X(02) VALUE "00".
       77 ST-ERRO-FTM PIC X(02) VALUE "00".
       77 ST-ERRO-UNF PIC X(02) VALUE "00".
       77 ST-ERRO-UTM PIC X(02) VALUE "00".
       77 ST-ERRO-ATV PIC X(02) VALUE "00".
       77 ST-ERRO-ANM PIC X(02) VALUE "00".
       77 ST-ERRO-REL PIC X(02) VALUE "00".
       77 WS-CLEAR PIC X(100) VALUE SPACES.
       77 WS-OPT PIC X(01) VALUE SPACES.
       77 WS-ANY PIC X(01) VALUE SPACES.
       01 WS-MSG PIC X(100) VALUE SPACES.

       77 WS-OPERADOR PIC 9(04) VALUE ZEROS.
       01 WS-SENHA PIC X(08) VALUE SPACES.
       77 WS-TENTATIVAS PIC 9(01) VALUE ZEROS.
       01 WS-OPE-NOME PIC X(30) VALUE SPACES.
       77 WS-OPE-PERFIL PIC X(01) VALUE SPACE.
           COPY SENHAPAR.

       01 WS-DATA-TELA.
           02 WS-DIA PIC 9(02) VALUE ZEROS.
           02 WS-MES PIC 9(02) VALUE ZEROS.
           02 WS-ANO PIC 9(04) VALUE ZEROS.

       01 WS-DATA-CHAVE.
           02 WS-CH-ANO PIC 9(04) VALUE ZEROS.
           02 WS-CH-MES PIC 9(02) VALUE ZEROS.
           02 WS-CH-DIA PIC 9(02) VALUE ZEROS.
       01 WS-CORTE REDEFINES WS-DATA-CHAVE PIC 9(08).
       77 WS-DATA-HOJE PIC 9(08) VALUE ZEROS.

       77 WS-DNM-MES PIC 9(02) VALUE ZEROS.
       77 WS-DNM-ANO PIC 9(04) VALUE ZEROS.
       77 WS-DNM-QUOC PIC 9(04) VALUE ZEROS.
       77 WS-DNM-RESTO PIC 9(04) VALUE ZEROS.
       77 WS-ULT-DIA-MES PIC 9(02) VALUE ZEROS.

       77 WS-FIM PIC X(01) VALUE "N".
       77 WS-ERRO-PASSO PIC X(01) VALUE "N".
       77 WS-TEM-MOVIMENTO PIC X(01) VALUE "N".
       77 WS-MOV-CODIGO PIC 9(06) VALUE ZEROS.
       77 WS-MOV-DATA PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO PIC 9(08) VALUE ZEROS.
       77 WS-QTD-LIDOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GRAVADOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-APAGADOS PIC 9(06) VALUE ZEROS.

      * CONTAGENS DA SELECAO E DA ANONIMIZACAO
       77 WS-QTD-PACIENTES PIC 9(06) VALUE ZEROS.
       77 WS-QTD-JA-ANONIMOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-MOVIMENTO PIC 9(06) VALUE ZEROS.
       77 WS-QTD-COM-MOVIMENTO PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CANDIDATOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONSULTAS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ARQUIVO PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FILA PIC 9(06) VALUE ZEROS.
       77 WS-QTD-UNIFICACOES PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ANONIMIZADOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ERROS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ERROS-LOG PIC 9(06) VALUE ZEROS.

       01 LINHA-CABECALHO.
           02 FILLER PIC X(53) VALUE
               "PACIENTES A ANONIMIZAR (LGPD) - SEM MOVIMENTO DESDE ".
           02 LC-CORTE PIC X(10).
           02 FILLER PIC X(17) VALUE SPACES.
       01 LINHA-BRANCO PIC X(80) VALUE SPACES.
       01 LINHA-TITULO.
           02 FILLER PIC X(10) VALUE "NUMERO".
           02 FILLER PIC X(10) VALUE "SITUACAO".
           02 FILLER PIC X(20) VALUE "ULTIMO MOVIMENTO".
           02 FILLER PIC X(40) VALUE "OBSERVACAO".
       01 LINHA-DETALHE.
           02 LD-CODIGO PIC 9(06).
           02 FILLER PIC X(04) VALUE SPACES.
           02 LD-SITUACAO PIC X(01).
           02 FILLER PIC X(09) VALUE SPACES.
           02 LD-ULTIMO PIC X(10).
           02 FILLER PIC X(10) VALUE SPACES.
           02 LD-OBS PIC X(40).
       01 LINHA-SEM-LOG.
           02 FILLER PIC X(07) VALUE "NUMERO ".
           02 LS-CODIGO PIC 9(06).
           02 FILLER PIC X(48) VALUE
               " ANONIMIZADO SEM REGISTRO NO LOGANON.DAT - ERRO ".
           02 LS-STATUS PIC X(02).
           02 FILLER PIC X(17) VALUE SPACES.
       01 LINHA-TOTAL.
           02 LT-TEXTO PIC X(45).
           02 LT-TOTAL PIC ZZZ.ZZ9.
           02 FILLER PIC X(28) VALUE SPACES.

      *-----------SCREEN SECTION-------------------
       SCREEN SECTION.
       01 TELA-ANON.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 30 VALUE "--------------------------".
           02 LINE 02 COLUMN 30 VALUE "|  ANONIMIZACAO (LGPD)   |".
           02 LINE 03 COLUMN 30 VALUE "--------------------------".
           02 LINE 05 COLUMN 01 VALUE
               "PACIENTES SEM NENHUM MOVIMENTO DESDE A DATA DE CORTE".
           02 LINE 06 COLUMN 01 VALUE
               "TEM NOME, TELEFONES E CARTEIRA APAGADOS NO CADASTRO,".
           02 LINE 07 COLUMN 01 VALUE
               "NA AGENDA, NO ARQUIVO MORTO, NA FILA E NO LOGUNIF.".
           02 LINE 08 COLUMN 01 VALUE
               "NUMEROS, DATAS E SITUACOES SAO MANTIDOS.".
           02 LINE 10 COLUMN 01 VALUE "DATA DE CORTE:".
           02 LINE 10 COLUMN 18 VALUE "/".
           02 LINE 10 COLUMN 21 VALUE "/".
           02 T-DIA LINE 10 COLUMN 16 PIC 9(02) USING WS-DIA.
           02 T-MES LINE 10 COLUMN 19 PIC 9(02) USING WS-MES.
           02 T-ANO LINE 10 COLUMN 22 PIC 9(04) USING WS-ANO.

       01 TELA-IDENTIFICACAO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 30 VALUE "--------------------------".
           02 LINE 02 COLUMN 30 VALUE "|  ANONIMIZACAO (LGPD)   |".
           02 LINE 03 COLUMN 30 VALUE "--------------------------".
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
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *
      **********************
      * IDENTIFICACAO DO OPERADOR - SO SUPERVISOR ENTRA AQUI *
      **********************
      *
       R-IDENTIFICACAO.
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
           MOVE "ANONPAC" TO SNH-PROGRAMA.
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
                   GO TO R-IDENTIFICACAO
               WHEN "U"
                   MOVE "OPERADOR EM ALTERACAO NO PROGOPER - TENTE DE NO
      -                "VO EM INSTANTES" TO WS-MSG
                   PERFORM SHOW-MSG
                   ACCEPT WS-ANY
                   GO TO R-IDENTIFICACAO
               WHEN "B"
                   MOVE "OPERADOR BLOQUEADO POR TENTATIVAS INVALIDAS - P
      -                "ROCURE OUTRO SUPERVISOR" TO WS-MSG
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

      *
      **********************
      * DATA DE CORTE E SELECAO DOS PACIENTES *
      **********************
      *
       R-CORTE.
           DISPLAY TELA-ANON.
           DISPLAY "OPERADOR:" LINE 23 COLUMN 60.
           DISPLAY WS-OPERADOR LINE 23 COLUMN 70.
           MOVE ZEROS TO WS-DIA WS-MES WS-ANO.
           ACCEPT T-DIA.
           IF cob-crt-status = 2005
              GO TO ROT-FIM.
           ACCEPT T-MES.
           IF cob-crt-status = 2005
              GO TO R-CORTE.
           ACCEPT T-ANO.
           IF cob-crt-status = 2005
              GO TO R-CORTE.

           PERFORM R-VALIDA-DATA THRU R-VALIDA-DATA-FIM.
           IF WS-MSG NOT = SPACES
               ACCEPT WS-ANY
               GO TO R-CORTE
           END-IF.
           MOVE WS-ANO TO WS-CH-ANO.
           MOVE WS-MES TO WS-CH-MES.
           MOVE WS-DIA TO WS-CH-DIA.
           IF WS-CORTE NOT < WS-DATA-HOJE
               MOVE "A DATA DE CORTE TEM DE SER ANTERIOR A HOJE" TO
                   WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO R-CORTE
           END-IF.

           MOVE "APURANDO O MOVIMENTO DOS PACIENTES - AGUARDE"
               TO WS-MSG.
           PERFORM SHOW-MSG.
           PERFORM R-APURA-MOVIMENTO THRU R-APURA-MOVIMENTO-FIM.
           IF WS-ERRO-PASSO = "S"
               MOVE 8 TO RETURN-CODE
               ACCEPT WS-ANY
               GO TO ROT-FIM
           END-IF.
           PERFORM R-SELECIONA THRU R-SELECIONA-FIM.
           IF WS-ERRO-PASSO = "S"
               MOVE 8 TO RETURN-CODE
               ACCEPT WS-ANY
               GO TO ROT-FIM
           END-IF.
           PERFORM R-MOSTRA-SELECAO.

           IF WS-QTD-CANDIDATOS = ZEROS
               MOVE "NENHUM PACIENTE A ANONIMIZAR PRESSIONE QUALQUER TEC
      -            "LA PARA CONTINUAR" TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO ROT-FIM
           END-IF.

       R-CONFIRMA.
           MOVE "CONFIRMA A ANONIMIZACAO DOS PACIENTES LISTADOS EM ANONP
      -        "AC.LST (S/N) ?: " TO WS-MSG.
           PERFORM SHOW-MSG.
           ACCEPT WS-OPT LINE 24 COLUMN 01.
           EVALUATE WS-OPT
               WHEN "S"
               WHEN "s"
                   CONTINUE
               WHEN "N"
               WHEN "n"
                   MOVE "NADA FOI ALTERADO - A LISTA FICA EM ANONPAC.LST
      -                " PRESSIONE QUALQUER TECLA" TO WS-MSG
                   PERFORM SHOW-MSG
                   ACCEPT WS-ANY
                   GO TO ROT-FIM
               WHEN OTHER
                   GO TO R-CONFIRMA
           END-EVALUATE.

      * AS COPIAS (AGENDA, ARQUIVO MORTO, FILA E UNIFICACOES) SAO
      * APAGADAS ANTES
      * DO CADASTRO: SE ALGO FALHAR, O CADPACIENTE NAO E MARCADO E A
      * MESMA DATA DE CORTE SELECIONA OS MESMOS PACIENTES DE NOVO
           PERFORM CLEAR-MSG.
           MOVE "ANONIMIZANDO - AGUARDE" TO WS-MSG.
           PERFORM SHOW-MSG.
           PERFORM R-ANONIMIZA-AGENDA THRU R-ANONIMIZA-AGENDA-FIM.
           IF WS-ERRO-PASSO NOT = "S"
               PERFORM R-ANONIMIZA-ARQUIVO THRU R-ANONIMIZA-ARQUIVO-FIM
           END-IF.
           IF WS-ERRO-PASSO NOT = "S"
               PERFORM R-ANONIMIZA-FILA THRU R-ANONIMIZA-FILA-FIM
           END-IF.
           IF WS-ERRO-PASSO NOT = "S"
               PERFORM R-ANONIMIZA-UNIFICACOES
                   THRU R-ANONIMIZA-UNIFICACOES-FIM
           END-IF.
           IF WS-ERRO-PASSO = "S"
               MOVE 8 TO RETURN-CODE
               ACCEPT WS-ANY
               MOVE "ANONIMIZACAO INTERROMPIDA - NADA FOI MARCADO NO CAD
      -            "PACIENTE. CORRIJA E REPITA" TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO ROT-FIM
           END-IF.
           PERFORM R-ANONIMIZA-CADASTRO THRU R-ANONIMIZA-CADASTRO-FIM.
      * AS COPIAS JA FORAM APAGADAS: A MESMA DATA DE CORTE SELECIONA DE
      * NOVO OS QUE FALTAM E CONTA OS JA MARCADOS COMO ANONIMIZADOS
           IF WS-ERRO-PASSO = "S"
               MOVE 8 TO RETURN-CODE
               ACCEPT WS-ANY
               PERFORM R-MOSTRA-RESULTADO
               MOVE "ANONIMIZACAO INCOMPLETA NO CADPACIENTE - REPITA COM
      -            " A MESMA DATA DE CORTE" TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO ROT-FIM
           END-IF.
           PERFORM R-MOSTRA-RESULTADO.
           EVALUATE TRUE
               WHEN WS-QTD-ERROS-LOG NOT = ZEROS
                   MOVE 8 TO RETURN-CODE
                   MOVE "HOUVE PACIENTES SEM REGISTRO NO LOGANON.DAT - V
      -                "EJA O FIM DO ANONPAC.LST" TO WS-MSG
               WHEN WS-QTD-ERROS NOT = ZEROS
                   MOVE "HOUVE PACIENTES NAO MARCADOS (EM USO?) - REPITA
      -                " COM A MESMA DATA DE CORTE" TO WS-MSG
               WHEN OTHER
                   MOVE "ANONIMIZACAO CONCLUIDA PRESSIONE QUALQUER TECLA
      -                " PARA CONTINUAR" TO WS-MSG
           END-EVALUATE.
           PERFORM SHOW-MSG.
           ACCEPT WS-ANY.
           GO TO ROT-FIM.

       R-MOSTRA-SELECAO.
           DISPLAY "PACIENTES NO CADASTRO..............:"
               LINE 11 COLUMN 01.
           DISPLAY WS-QTD-PACIENTES LINE 11 COLUMN 40.
           DISPLAY "JA ANONIMIZADOS....................:"
               LINE 12 COLUMN 01.
           DISPLAY WS-QTD-JA-ANONIMOS LINE 12 COLUMN 40.
           DISPLAY "SEM NENHUM MOVIMENTO (MANTIDOS)....:"
               LINE 13 COLUMN 01.
           DISPLAY WS-QTD-SEM-MOVIMENTO LINE 13 COLUMN 40.
           DISPLAY "COM MOVIMENTO DESDE O CORTE........:"
               LINE 14 COLUMN 01.
           DISPLAY WS-QTD-COM-MOVIMENTO LINE 14 COLUMN 40.
           DISPLAY "A ANONIMIZAR (VER ANONPAC.LST).....:"
               LINE 15 COLUMN 01.
           DISPLAY WS-QTD-CANDIDATOS LINE 15 COLUMN 40.

       R-MOSTRA-RESULTADO.
           DISPLAY "CONSULTAS APAGADAS NA AGENDA.......:"
               LINE 16 COLUMN 01.
           DISPLAY WS-QTD-CONSULTAS LINE 16 COLUMN 40.
           DISPLAY "CONSULTAS APAGADAS NO ARQUIVO MORTO:"
               LINE 17 COLUMN 01.
           DISPLAY WS-QTD-ARQUIVO LINE 17 COLUMN 40.
           DISPLAY "INSCRICOES APAGADAS NA FILA........:"
               LINE 18 COLUMN 01.
           DISPLAY WS-QTD-FILA LINE 18 COLUMN 40.
           DISPLAY "UNIFICACOES APAGADAS NO LOGUNIF....:"
               LINE 19 COLUMN 01.
           DISPLAY WS-QTD-UNIFICACOES LINE 19 COLUMN 40.
           DISPLAY "PACIENTES ANONIMIZADOS.............:"
               LINE 20 COLUMN 01.
           DISPLAY WS-QTD-ANONIMIZADOS LINE 20 COLUMN 40.
           DISPLAY "PACIENTES NAO MARCADOS.............:"
               LINE 21 COLUMN 01.
           DISPLAY WS-QTD-ERROS LINE 21 COLUMN 40.
           DISPLAY "ANONIMIZADOS SEM REGISTRO NO LOG...:"
               LINE 22 COLUMN 01.
           DISPLAY WS-QTD-ERROS-LOG LINE 22 COLUMN 40.

      *
      **********************
      * APURACAO DO ULTIMO MOVIMENTO DE CADA PACIENTE *
      **********************
      *
       R-APURA-MOVIMENTO.
           MOVE "N" TO WS-ERRO-PASSO.
           OPEN OUTPUT ATIVIDADE.
           IF ST-ERRO-ATV NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA CRIACAO DO ANONATV.TMP: " DELIMITED BY SIZE
                   ST-ERRO-ATV                        DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-APURA-MOVIMENTO-FIM
           END-IF.
           CLOSE ATIVIDADE.
           OPEN I-O ATIVIDADE.
           IF ST-ERRO-ATV NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA ABERTURA DO ANONATV.TMP: " DELIMITED BY SIZE
                   ST-ERRO-ATV                         DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-APURA-MOVIMENTO-FIM
           END-IF.

           OPEN INPUT CADAGENDA.
           IF ST-ERRO-AGD = "00"
               MOVE ZEROS TO AGD-CHAVE
               MOVE "N" TO WS-FIM
               START CADAGENDA KEY IS NOT LESS THAN AGD-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM
               END-START
               IF WS-FIM NOT = "S"
                   PERFORM R-LER-AGENDA
               END-IF
               PERFORM R-MOVIMENTO-AGENDA UNTIL WS-FIM = "S"
               CLOSE CADAGENDA
           ELSE
               IF ST-ERRO-AGD NOT = "35"
                   MOVE "S" TO WS-ERRO-PASSO
               END-IF
           END-IF.

           OPEN INPUT AGENDARC.
           IF ST-ERRO-ARC = "00"
               MOVE "N" TO WS-FIM
               PERFORM R-LER-ARQUIVO
               PERFORM R-MOVIMENTO-ARQUIVO UNTIL WS-FIM = "S"
               CLOSE AGENDARC
           ELSE
               IF ST-ERRO-ARC NOT = "35"
                   MOVE "S" TO WS-ERRO-PASSO
               END-IF
           END-IF.

           OPEN INPUT CADFILA.
           IF ST-ERRO-FIL = "00"
               MOVE "N" TO WS-FIM
               PERFORM R-LER-FILA
               PERFORM R-MOVIMENTO-FILA UNTIL WS-FIM = "S"
               CLOSE CADFILA
           ELSE
               IF ST-ERRO-FIL NOT = "35"
                   MOVE "S" TO WS-ERRO-PASSO
               END-IF
           END-IF.

           IF WS-ERRO-PASSO = "S"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA APURACAO DO MOVIMENTO - AGENDA "
                                                 DELIMITED BY SIZE
                   ST-ERRO-AGD                   DELIMITED BY SIZE
                   " ARQUIVO MORTO "             DELIMITED BY SIZE
                   ST-ERRO-ARC                   DELIMITED BY SIZE
                   " FILA "                      DELIMITED BY SIZE
                   ST-ERRO-FIL                   DELIMITED BY SIZE
                   " ANONATV.TMP "               DELIMITED BY SIZE
                   ST-ERRO-ATV                   DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
           END-IF.

       R-APURA-MOVIMENTO-FIM.
           EXIT.

       R-LER-AGENDA.
           READ CADAGENDA NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-AGD NOT = "00"
               MOVE "S" TO WS-ERRO-PASSO
               MOVE "S" TO WS-FIM
           END-IF.

       R-LER-ARQUIVO.
           READ AGENDARC
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-ARC NOT = "00"
               MOVE "S" TO WS-ERRO-PASSO
               MOVE "S" TO WS-FIM
           END-IF.

       R-LER-FILA.
           READ CADFILA
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-FIL NOT = "00"
               MOVE "S" TO WS-ERRO-PASSO
               MOVE "S" TO WS-FIM
           END-IF.

       R-MOVIMENTO-AGENDA.
           MOVE AGD-CODIGO-PACIENTE TO WS-MOV-CODIGO.
           MOVE AGD-DATA TO WS-MOV-DATA.
           PERFORM R-REGISTRA-MOVIMENTO.
           PERFORM R-LER-AGENDA.

       R-MOVIMENTO-ARQUIVO.
           MOVE AA-CODIGO-PACIENTE TO WS-MOV-CODIGO.
           MOVE AA-DATA TO WS-MOV-DATA.
           PERFORM R-REGISTRA-MOVIMENTO.
           PERFORM R-LER-ARQUIVO.

      * INSCRICAO AINDA EM ESPERA E MOVIMENTO ATUAL: O PACIENTE
      * CONTINUA ESPERANDO SER CHAMADO
       R-MOVIMENTO-FILA.
           MOVE FIL-CODIGO-PACIENTE TO WS-MOV-CODIGO.
           IF FIL-SITUACAO = "E"
               MOVE 99999999 TO WS-MOV-DATA
           ELSE
               MOVE FIL-DATA-PEDIDO TO WS-MOV-DATA
           END-IF.
           PERFORM R-REGISTRA-MOVIMENTO.
           PERFORM R-LER-FILA.

       R-REGISTRA-MOVIMENTO.
           IF WS-MOV-CODIGO NOT = ZEROS
               MOVE WS-MOV-CODIGO TO ATV-CODIGO
               READ ATIVIDADE
               IF ST-ERRO-ATV = "00"
                   IF WS-MOV-DATA > ATV-ULTIMO-MOVIMENTO
                       MOVE WS-MOV-DATA TO ATV-ULTIMO-MOVIMENTO
                       REWRITE REGATIVIDADE
                   END-IF
               ELSE
                   PERFORM R-INICIA-ATIVIDADE
                   MOVE WS-MOV-CODIGO TO ATV-CODIGO
                   MOVE WS-MOV-DATA TO ATV-ULTIMO-MOVIMENTO
                   WRITE REGATIVIDADE
               END-IF
               IF ST-ERRO-ATV NOT = "00"
                   MOVE "S" TO WS-ERRO-PASSO
                   MOVE "S" TO WS-FIM
               END-IF
           END-IF.

       R-INICIA-ATIVIDADE.
           MOVE ZEROS TO ATV-ULTIMO-MOVIMENTO ATV-QTD-CONSULTAS
               ATV-QTD-ARQUIVO ATV-QTD-FILA ATV-QTD-UNIFICACOES.
           MOVE "N" TO ATV-ANONIMIZA.
           MOVE SPACE TO ATV-SITUACAO.

      *
      **********************
      * SELECAO DOS PACIENTES A ANONIMIZAR (ANONPAC.LST) *
      **********************
      *
       R-SELECIONA.
           MOVE ZEROS TO WS-QTD-PACIENTES WS-QTD-JA-ANONIMOS
               WS-QTD-SEM-MOVIMENTO WS-QTD-COM-MOVIMENTO
               WS-QTD-CANDIDATOS.
           OPEN OUTPUT RELATORIO.
           IF ST-ERRO-REL NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA ABERTURA DO ANONPAC.LST: " DELIMITED BY SIZE
                   ST-ERRO-REL                         DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-SELECIONA-FIM
           END-IF.
           OPEN INPUT CADPACIENTE.
           IF ST-ERRO-PAC NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA ABERTURA DO CADPACIENTE: " DELIMITED BY SIZE
                   ST-ERRO-PAC                         DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               CLOSE RELATORIO
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-SELECIONA-FIM
           END-IF.

           MOVE SPACES TO LC-CORTE.
           STRING
               WS-CH-DIA DELIMITED BY SIZE
               "/"       DELIMITED BY SIZE
               WS-CH-MES DELIMITED BY SIZE
               "/"       DELIMITED BY SIZE
               WS-CH-ANO DELIMITED BY SIZE
               INTO LC-CORTE
           END-STRING.
           MOVE LINHA-CABECALHO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE ZEROS TO PAC-CODIGO.
           MOVE "N" TO WS-FIM.
           START CADPACIENTE KEY IS NOT LESS THAN PAC-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM
           END-START.
           IF WS-FIM NOT = "S"
               PERFORM R-LER-PACIENTE
           END-IF.
           PERFORM R-AVALIA-PACIENTE UNTIL WS-FIM = "S".
           CLOSE CADPACIENTE.

           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "PACIENTES NO CADASTRO........................"
               TO LT-TEXTO.
           MOVE WS-QTD-PACIENTES TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "JA ANONIMIZADOS.............................."
               TO LT-TEXTO.
           MOVE WS-QTD-JA-ANONIMOS TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "SEM NENHUM MOVIMENTO (MANTIDOS).............."
               TO LT-TEXTO.
           MOVE WS-QTD-SEM-MOVIMENTO TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "COM MOVIMENTO DESDE O CORTE.................."
               TO LT-TEXTO.
           MOVE WS-QTD-COM-MOVIMENTO TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "A ANONIMIZAR................................."
               TO LT-TEXTO.
           MOVE WS-QTD-CANDIDATOS TO LT-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE RELATORIO.

       R-SELECIONA-FIM.
           EXIT.

       R-LER-PACIENTE.
           READ CADPACIENTE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-PAC NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO DE LEITURA NO CADPACIENTE: " DELIMITED BY SIZE
                   ST-ERRO-PAC                        DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               MOVE "S" TO WS-ERRO-PASSO
               MOVE "S" TO WS-FIM
           END-IF.

      * JA ANONIMIZADO: SITUACAO "N", OU NUMERO UNIFICADO COM O NOME
      * JA APAGADO
       R-AVALIA-PACIENTE.
           ADD 1 TO WS-QTD-PACIENTES.
           IF PAC-SITUACAO = "N"
               OR (PAC-SITUACAO = "U" AND PAC-NOME = SPACES)
               ADD 1 TO WS-QTD-JA-ANONIMOS
           ELSE
               PERFORM R-ULTIMO-MOVIMENTO
               EVALUATE TRUE
                   WHEN WS-TEM-MOVIMENTO = "N"
                       ADD 1 TO WS-QTD-SEM-MOVIMENTO
                   WHEN WS-ULTIMO NOT < WS-CORTE
                       ADD 1 TO WS-QTD-COM-MOVIMENTO
                   WHEN OTHER
                       PERFORM R-MARCA-CANDIDATO
               END-EVALUATE
           END-IF.
           PERFORM R-LER-PACIENTE.

      * O NUMERO UNIFICADO VALE PELO MOVIMENTO DO NUMERO QUE FICOU
      * (PARA ONDE AS CONSULTAS E A FILA DELE FORAM)
       R-ULTIMO-MOVIMENTO.
           MOVE ZEROS TO WS-ULTIMO.
           MOVE "N" TO WS-TEM-MOVIMENTO.
           MOVE PAC-CODIGO TO ATV-CODIGO.
           PERFORM R-CONSULTA-MOVIMENTO.
           IF PAC-SITUACAO = "U"
               MOVE PAC-CODIGO-UNIFICADO TO ATV-CODIGO
               PERFORM R-CONSULTA-MOVIMENTO
           END-IF.

       R-CONSULTA-MOVIMENTO.
           READ ATIVIDADE.
           IF ST-ERRO-ATV = "00"
               MOVE "S" TO WS-TEM-MOVIMENTO
               IF ATV-ULTIMO-MOVIMENTO > WS-ULTIMO
                   MOVE ATV-ULTIMO-MOVIMENTO TO WS-ULTIMO
               END-IF
           END-IF.

       R-MARCA-CANDIDATO.
           MOVE PAC-CODIGO TO ATV-CODIGO.
           READ ATIVIDADE.
           IF ST-ERRO-ATV = "00"
               MOVE "S" TO ATV-ANONIMIZA
               MOVE PAC-SITUACAO TO ATV-SITUACAO
               MOVE WS-ULTIMO TO ATV-ULTIMO-MOVIMENTO
               REWRITE REGATIVIDADE
           ELSE
               PERFORM R-INICIA-ATIVIDADE
               MOVE PAC-CODIGO TO ATV-CODIGO
               MOVE "S" TO ATV-ANONIMIZA
               MOVE PAC-SITUACAO TO ATV-SITUACAO
               MOVE WS-ULTIMO TO ATV-ULTIMO-MOVIMENTO
               WRITE REGATIVIDADE
           END-IF.
           IF ST-ERRO-ATV NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO AO GRAVAR O ANONATV.TMP: " DELIMITED BY SIZE
                   ST-ERRO-ATV                      DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               MOVE "S" TO WS-ERRO-PASSO
               MOVE "S" TO WS-FIM
           ELSE
               ADD 1 TO WS-QTD-CANDIDATOS
               PERFORM R-LISTA-CANDIDATO
           END-IF.

       R-LISTA-CANDIDATO.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE PAC-CODIGO TO LD-CODIGO.
           MOVE PAC-SITUACAO TO LD-SITUACAO.
           STRING
               WS-ULTIMO(7:2) DELIMITED BY SIZE
               "/"            DELIMITED BY SIZE
               WS-ULTIMO(5:2) DELIMITED BY SIZE
               "/"            DELIMITED BY SIZE
               WS-ULTIMO(1:4) DELIMITED BY SIZE
               INTO LD-ULTIMO
           END-STRING.
           IF PAC-SITUACAO = "U"
               STRING
                   "UNIFICADO NO NUMERO " DELIMITED BY SIZE
                   PAC-CODIGO-UNIFICADO   DELIMITED BY SIZE
                   INTO LD-OBS
               END-STRING
           END-IF.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *
      **********************
      * ANONIMIZACAO DAS CONSULTAS DO CADAGENDA *
      **********************
      *
       R-ANONIMIZA-AGENDA.
           OPEN I-O CADAGENDA.
           IF ST-ERRO-AGD = "35"
               GO TO R-ANONIMIZA-AGENDA-FIM
           END-IF.
           IF ST-ERRO-AGD NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA ABERTURA DO CADAGENDA: " DELIMITED BY SIZE
                   ST-ERRO-AGD                       DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-ANONIMIZA-AGENDA-FIM
           END-IF.
           MOVE ZEROS TO AGD-CHAVE.
           MOVE "N" TO WS-FIM.
           START CADAGENDA KEY IS NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM
           END-START.
           IF WS-FIM NOT = "S"
               PERFORM R-LER-AGENDA
           END-IF.
           PERFORM R-APAGA-CONSULTA UNTIL WS-FIM = "S".
           CLOSE CADAGENDA.
           IF WS-ERRO-PASSO = "S"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO AO REGRAVAR O CADAGENDA: " DELIMITED BY SIZE
                   ST-ERRO-AGD                      DELIMITED BY SIZE
                   " ANONATV.TMP: "                 DELIMITED BY SIZE
                   ST-ERRO-ATV                      DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
           END-IF.

       R-ANONIMIZA-AGENDA-FIM.
           EXIT.

       R-APAGA-CONSULTA.
           MOVE AGD-CODIGO-PACIENTE TO WS-MOV-CODIGO.
           PERFORM R-VERIFICA-MARCADO.
           IF ATV-ANONIMIZA = "S"
               MOVE SPACES TO AGD-PACIENTE
               MOVE ZEROS TO AGD-DDD-PACIENTE AGD-FONE-PACIENTE
               REWRITE REGAGENDA
               IF ST-ERRO-AGD = "00"
                   ADD 1 TO ATV-QTD-CONSULTAS
                   REWRITE REGATIVIDADE
                   ADD 1 TO WS-QTD-CONSULTAS
                   IF ST-ERRO-ATV NOT = "00"
                       MOVE "S" TO WS-ERRO-PASSO
                       MOVE "S" TO WS-FIM
                   END-IF
               ELSE
                   MOVE "S" TO WS-ERRO-PASSO
                   MOVE "S" TO WS-FIM
               END-IF
           END-IF.
           IF WS-FIM NOT = "S"
               PERFORM R-LER-AGENDA
           END-IF.

      * ATV-ANONIMIZA FICA "S" SO QUANDO O PACIENTE EM WS-MOV-CODIGO
      * FOI SELECIONADO; O REGISTRO DELE FICA NA AREA DO ANONATV.TMP
       R-VERIFICA-MARCADO.
           MOVE "N" TO ATV-ANONIMIZA.
           IF WS-MOV-CODIGO NOT = ZEROS
               MOVE WS-MOV-CODIGO TO ATV-CODIGO
               READ ATIVIDADE
               IF ST-ERRO-ATV NOT = "00"
                   MOVE "N" TO ATV-ANONIMIZA
                   IF ST-ERRO-ATV NOT = "23"
                       MOVE "S" TO WS-ERRO-PASSO
                       MOVE "S" TO WS-FIM
                   END-IF
               END-IF
           END-IF.

      *
      **********************
      * ANONIMIZACAO DO ARQUIVO MORTO (REGAGENDA.ARC) *
      **********************
      *
      * O ARQUIVO MORTO E COPIADO, JA APAGADO, PARA O ANONARC.TMP E
      * SO DEPOIS DA COPIA COMPLETA E REGRAVADO A PARTIR DELA. SE A
      * REGRAVACAO FOR INTERROMPIDA, O ANONARC.TMP TEM O ARQUIVO
      * INTEIRO E PODE SER COPIADO SOBRE O REGAGENDA.ARC
       R-ANONIMIZA-ARQUIVO.
           OPEN INPUT AGENDARC.
           IF ST-ERRO-ARC = "35"
               GO TO R-ANONIMIZA-ARQUIVO-FIM
           END-IF.
           IF ST-ERRO-ARC NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA ABERTURA DO REGAGENDA.ARC: "
                                                 DELIMITED BY SIZE
                   ST-ERRO-ARC                   DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-ANONIMIZA-ARQUIVO-FIM
           END-IF.
           OPEN OUTPUT ARCTMP.
           IF ST-ERRO-ATM NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA ABERTURA DO ANONARC.TMP: " DELIMITED BY SIZE
                   ST-ERRO-ATM                         DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               CLOSE AGENDARC
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-ANONIMIZA-ARQUIVO-FIM
           END-IF.
           MOVE ZEROS TO WS-QTD-GRAVADOS WS-QTD-APAGADOS.
           MOVE "N" TO WS-FIM.
           PERFORM R-LER-ARQUIVO.
           PERFORM R-COPIA-ARQUIVO UNTIL WS-FIM = "S".
           CLOSE AGENDARC.
           CLOSE ARCTMP.
           IF WS-ERRO-PASSO = "S"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA COPIA DO REGAGENDA.ARC PARA O ANONARC.TMP: "
                                                 DELIMITED BY SIZE
                   ST-ERRO-ATM                   DELIMITED BY SIZE
                   " ANONATV.TMP: "              DELIMITED BY SIZE
                   ST-ERRO-ATV                   DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               GO TO R-ANONIMIZA-ARQUIVO-FIM
           END-IF.
           IF WS-QTD-APAGADOS = ZEROS
               GO TO R-ANONIMIZA-ARQUIVO-FIM
           END-IF.

           OPEN INPUT ARCTMP.
           OPEN OUTPUT AGENDARC.
           IF ST-ERRO-ATM NOT = "00" OR ST-ERRO-ARC NOT = "00"
               MOVE "ERRO AO REGRAVAR O REGAGENDA.ARC - COPIE O ANONARC.
      -            "TMP SOBRE ELE" TO WS-MSG
               PERFORM SHOW-MSG
               CLOSE ARCTMP
               CLOSE AGENDARC
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-ANONIMIZA-ARQUIVO-FIM
           END-IF.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE "N" TO WS-FIM.
           PERFORM R-LER-ARCTMP.
           PERFORM R-REGRAVA-ARQUIVO UNTIL WS-FIM = "S".
           CLOSE ARCTMP.
           CLOSE AGENDARC.
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               MOVE "REGAGENDA.ARC REGRAVADO INCOMPLETO - COPIE O ANONAR
      -            "C.TMP SOBRE ELE" TO WS-MSG
               PERFORM SHOW-MSG
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-ANONIMIZA-ARQUIVO-FIM
           END-IF.
           ADD WS-QTD-APAGADOS TO WS-QTD-ARQUIVO.

       R-ANONIMIZA-ARQUIVO-FIM.
           EXIT.

       R-COPIA-ARQUIVO.
           MOVE AA-CODIGO-PACIENTE TO WS-MOV-CODIGO.
           PERFORM R-VERIFICA-MARCADO.
           IF ATV-ANONIMIZA = "S"
               MOVE SPACES TO AA-PACIENTE
               MOVE ZEROS TO AA-DDD-PACIENTE AA-FONE-PACIENTE
               ADD 1 TO ATV-QTD-ARQUIVO
               REWRITE REGATIVIDADE
               ADD 1 TO WS-QTD-APAGADOS
               IF ST-ERRO-ATV NOT = "00"
                   MOVE "S" TO WS-ERRO-PASSO
               END-IF
           END-IF.
           MOVE REGAGARC TO REGAGTMP.
           WRITE REGAGTMP.
           IF ST-ERRO-ATM = "00" AND WS-ERRO-PASSO NOT = "S"
               ADD 1 TO WS-QTD-GRAVADOS
               PERFORM R-LER-ARQUIVO
           ELSE
               MOVE "S" TO WS-ERRO-PASSO
               MOVE "S" TO WS-FIM
           END-IF.

       R-LER-ARCTMP.
           READ ARCTMP
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-ATM NOT = "00"
               MOVE "S" TO WS-FIM
           END-IF.

       R-REGRAVA-ARQUIVO.
           MOVE REGAGTMP TO REGAGARC.
           WRITE REGAGARC.
           IF ST-ERRO-ARC = "00"
               ADD 1 TO WS-QTD-LIDOS
               PERFORM R-LER-ARCTMP
           ELSE
               MOVE "S" TO WS-FIM
           END-IF.

      *
      **********************
      * ANONIMIZACAO DA FILA DE ESPERA (REGFILA.DAT) *
      **********************
      *
      * MESMO ESQUEMA DO ARQUIVO MORTO, COM O ANONFILA.TMP
       R-ANONIMIZA-FILA.
           OPEN INPUT CADFILA.
           IF ST-ERRO-FIL = "35"
               GO TO R-ANONIMIZA-FILA-FIM
           END-IF.
           IF ST-ERRO-FIL NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA ABERTURA DO REGFILA.DAT: " DELIMITED BY SIZE
                   ST-ERRO-FIL                         DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-ANONIMIZA-FILA-FIM
           END-IF.
           OPEN OUTPUT FILATMP.
           IF ST-ERRO-FTM NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA ABERTURA DO ANONFILA.TMP: "
                                                 DELIMITED BY SIZE
                   ST-ERRO-FTM                   DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               CLOSE CADFILA
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-ANONIMIZA-FILA-FIM
           END-IF.
           MOVE ZEROS TO WS-QTD-GRAVADOS WS-QTD-APAGADOS.
           MOVE "N" TO WS-FIM.
           PERFORM R-LER-FILA.
           PERFORM R-COPIA-FILA UNTIL WS-FIM = "S".
           CLOSE CADFILA.
           CLOSE FILATMP.
           IF WS-ERRO-PASSO = "S"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA COPIA DO REGFILA.DAT PARA O ANONFILA.TMP: "
                                                 DELIMITED BY SIZE
                   ST-ERRO-FTM                   DELIMITED BY SIZE
                   " ANONATV.TMP: "              DELIMITED BY SIZE
                   ST-ERRO-ATV                   DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               GO TO R-ANONIMIZA-FILA-FIM
           END-IF.
           IF WS-QTD-APAGADOS = ZEROS
               GO TO R-ANONIMIZA-FILA-FIM
           END-IF.

           OPEN INPUT FILATMP.
           OPEN OUTPUT CADFILA.
           IF ST-ERRO-FTM NOT = "00" OR ST-ERRO-FIL NOT = "00"
               MOVE "ERRO AO REGRAVAR O REGFILA.DAT - COPIE O ANONFILA.T
      -            "MP SOBRE ELE" TO WS-MSG
               PERFORM SHOW-MSG
               CLOSE FILATMP
               CLOSE CADFILA
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-ANONIMIZA-FILA-FIM
           END-IF.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE "N" TO WS-FIM.
           PERFORM R-LER-FILATMP.
           PERFORM R-REGRAVA-FILA UNTIL WS-FIM = "S".
           CLOSE FILATMP.
           CLOSE CADFILA.
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               MOVE "REGFILA.DAT REGRAVADO INCOMPLETO - COPIE O ANONFILA
      -            ".TMP SOBRE ELE" TO WS-MSG
               PERFORM SHOW-MSG
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-ANONIMIZA-FILA-FIM
           END-IF.
           ADD WS-QTD-APAGADOS TO WS-QTD-FILA.

       R-ANONIMIZA-FILA-FIM.
           EXIT.

       R-COPIA-FILA.
           MOVE FIL-CODIGO-PACIENTE TO WS-MOV-CODIGO.
           PERFORM R-VERIFICA-MARCADO.
           IF ATV-ANONIMIZA = "S"
               MOVE SPACES TO FIL-PACIENTE
               MOVE ZEROS TO FIL-DDD FIL-FONE
               ADD 1 TO ATV-QTD-FILA
               REWRITE REGATIVIDADE
               ADD 1 TO WS-QTD-APAGADOS
               IF ST-ERRO-ATV NOT = "00"
                   MOVE "S" TO WS-ERRO-PASSO
               END-IF
           END-IF.
           MOVE REGFILA TO REGFILATMP.
           WRITE REGFILATMP.
           IF ST-ERRO-FTM = "00" AND WS-ERRO-PASSO NOT = "S"
               ADD 1 TO WS-QTD-GRAVADOS
               PERFORM R-LER-FILA
           ELSE
               MOVE "S" TO WS-ERRO-PASSO
               MOVE "S" TO WS-FIM
           END-IF.

       R-LER-FILATMP.
           READ FILATMP
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-FTM NOT = "00"
               MOVE "S" TO WS-FIM
           END-IF.

       R-REGRAVA-FILA.
           MOVE REGFILATMP TO REGFILA.
           WRITE REGFILA.
           IF ST-ERRO-FIL = "00"
               ADD 1 TO WS-QTD-LIDOS
               PERFORM R-LER-FILATMP
           ELSE
               MOVE "S" TO WS-FIM
           END-IF.

      *
      **********************
      * ANONIMIZACAO DA TRILHA DAS UNIFICACOES (LOGUNIF.DAT) *
      **********************
      *
      * MESMO ESQUEMA DO ARQUIVO MORTO, COM O ANONUNIF.TMP. SO O NOME
      * DO NUMERO ANONIMIZADO E APAGADO; NUMEROS E QUANTIDADES FICAM
       R-ANONIMIZA-UNIFICACOES.
           OPEN INPUT LOGUNIF.
           IF ST-ERRO-UNF = "35"
               GO TO R-ANONIMIZA-UNIFICACOES-FIM
           END-IF.
           IF ST-ERRO-UNF NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA ABERTURA DO LOGUNIF.DAT: " DELIMITED BY SIZE
                   ST-ERRO-UNF                         DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-ANONIMIZA-UNIFICACOES-FIM
           END-IF.
           OPEN OUTPUT UNIFTMP.
           IF ST-ERRO-UTM NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA ABERTURA DO ANONUNIF.TMP: "
                                                 DELIMITED BY SIZE
                   ST-ERRO-UTM                   DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               CLOSE LOGUNIF
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-ANONIMIZA-UNIFICACOES-FIM
           END-IF.
           MOVE ZEROS TO WS-QTD-GRAVADOS WS-QTD-APAGADOS.
           MOVE "N" TO WS-FIM.
           PERFORM R-LER-UNIFICACAO.
           PERFORM R-COPIA-UNIFICACAO UNTIL WS-FIM = "S".
           CLOSE LOGUNIF.
           CLOSE UNIFTMP.
           IF WS-ERRO-PASSO = "S"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA COPIA DO LOGUNIF.DAT PARA O ANONUNIF.TMP: "
                                                 DELIMITED BY SIZE
                   ST-ERRO-UTM                   DELIMITED BY SIZE
                   " ANONATV.TMP: "              DELIMITED BY SIZE
                   ST-ERRO-ATV                   DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               GO TO R-ANONIMIZA-UNIFICACOES-FIM
           END-IF.
           IF WS-QTD-APAGADOS = ZEROS
               GO TO R-ANONIMIZA-UNIFICACOES-FIM
           END-IF.

           OPEN INPUT UNIFTMP.
           OPEN OUTPUT LOGUNIF.
           IF ST-ERRO-UTM NOT = "00" OR ST-ERRO-UNF NOT = "00"
               MOVE "ERRO AO REGRAVAR O LOGUNIF.DAT - COPIE O ANONUNIF.T
      -            "MP SOBRE ELE" TO WS-MSG
               PERFORM SHOW-MSG
               CLOSE UNIFTMP
               CLOSE LOGUNIF
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-ANONIMIZA-UNIFICACOES-FIM
           END-IF.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE "N" TO WS-FIM.
           PERFORM R-LER-UNIFTMP.
           PERFORM R-REGRAVA-UNIFICACAO UNTIL WS-FIM = "S".
           CLOSE UNIFTMP.
           CLOSE LOGUNIF.
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               MOVE "LOGUNIF.DAT REGRAVADO INCOMPLETO - COPIE O ANONUNIF
      -            ".TMP SOBRE ELE" TO WS-MSG
               PERFORM SHOW-MSG
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-ANONIMIZA-UNIFICACOES-FIM
           END-IF.
           ADD WS-QTD-APAGADOS TO WS-QTD-UNIFICACOES.

       R-ANONIMIZA-UNIFICACOES-FIM.
           EXIT.

       R-LER-UNIFICACAO.
           READ LOGUNIF
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-UNF NOT = "00"
               MOVE "S" TO WS-ERRO-PASSO
               MOVE "S" TO WS-FIM
           END-IF.

      * CADA LADO DA UNIFICACAO E VERIFICADO; O REGISTRO CONTA NO
      * ANONATV.TMP DO PACIENTE QUE TEVE O NOME APAGADO
       R-COPIA-UNIFICACAO.
           MOVE UNF-CODIGO-FICA TO WS-MOV-CODIGO.
           PERFORM R-VERIFICA-MARCADO.
           IF ATV-ANONIMIZA = "S"
               MOVE SPACES TO UNF-NOME-FICA
               PERFORM R-CONTA-UNIFICACAO
           END-IF.
           MOVE UNF-CODIGO-SAI TO WS-MOV-CODIGO.
           PERFORM R-VERIFICA-MARCADO.
           IF ATV-ANONIMIZA = "S"
               MOVE SPACES TO UNF-NOME-SAI
               PERFORM R-CONTA-UNIFICACAO
           END-IF.
           MOVE REGLOGUNIF TO REGUNIFTMP.
           WRITE REGUNIFTMP.
           IF ST-ERRO-UTM = "00" AND WS-ERRO-PASSO NOT = "S"
               ADD 1 TO WS-QTD-GRAVADOS
               PERFORM R-LER-UNIFICACAO
           ELSE
               MOVE "S" TO WS-ERRO-PASSO
               MOVE "S" TO WS-FIM
           END-IF.

       R-CONTA-UNIFICACAO.
           ADD 1 TO ATV-QTD-UNIFICACOES.
           REWRITE REGATIVIDADE.
           ADD 1 TO WS-QTD-APAGADOS.
           IF ST-ERRO-ATV NOT = "00"
               MOVE "S" TO WS-ERRO-PASSO
           END-IF.

       R-LER-UNIFTMP.
           READ UNIFTMP
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-UTM NOT = "00"
               MOVE "S" TO WS-FIM
           END-IF.

       R-REGRAVA-UNIFICACAO.
           MOVE REGUNIFTMP TO REGLOGUNIF.
           WRITE REGLOGUNIF.
           IF ST-ERRO-UNF = "00"
               ADD 1 TO WS-QTD-LIDOS
               PERFORM R-LER-UNIFTMP
           ELSE
               MOVE "S" TO WS-FIM
           END-IF.

      *
      **********************
      * ANONIMIZACAO DO CADPACIENTE E LOG (LOGANON.DAT) *
      **********************
      *
      * SEM O LOG NAO HA COMO PROVAR A ANONIMIZACAO: SE ELE NAO ABRIR
      * O CADASTRO NAO E MEXIDO. PACIENTE ANONIMIZADO CUJO REGISTRO NO
      * LOG NAO FOI GRAVADO VAI PARA O FIM DO ANONPAC.LST
       R-ANONIMIZA-CADASTRO.
           OPEN EXTEND LOGANON.
           IF ST-ERRO-ANM NOT = "00"
               OPEN OUTPUT LOGANON
               CLOSE LOGANON
               OPEN EXTEND LOGANON
           END-IF.
           IF ST-ERRO-ANM NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA ABERTURA DO LOGANON.DAT - CADPACIENTE NAO MA
      -            "RCADO: "                      DELIMITED BY SIZE
                   ST-ERRO-ANM                    DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-ANONIMIZA-CADASTRO-FIM
           END-IF.
           OPEN I-O CADPACIENTE.
           IF ST-ERRO-PAC NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO NA ABERTURA DO CADPACIENTE: " DELIMITED BY SIZE
                   ST-ERRO-PAC                         DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               CLOSE LOGANON
               MOVE "S" TO WS-ERRO-PASSO
               GO TO R-ANONIMIZA-CADASTRO-FIM
           END-IF.
           OPEN EXTEND RELATORIO.

           MOVE ZEROS TO ATV-CODIGO.
           MOVE "N" TO WS-FIM.
           START ATIVIDADE KEY IS NOT LESS THAN ATV-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM
           END-START.
           IF WS-FIM NOT = "S"
               PERFORM R-LER-ATIVIDADE
           END-IF.
           PERFORM R-APAGA-PACIENTE UNTIL WS-FIM = "S".
           CLOSE CADPACIENTE.
           CLOSE LOGANON.
           IF ST-ERRO-REL = "00"
               MOVE LINHA-BRANCO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-TOTAL
               MOVE "PACIENTES ANONIMIZADOS......................."
                   TO LT-TEXTO
               MOVE WS-QTD-ANONIMIZADOS TO LT-TOTAL
               MOVE LINHA-TOTAL TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-TOTAL
               MOVE "ANONIMIZADOS SEM REGISTRO NO LOGANON.DAT......"
                   TO LT-TEXTO
               MOVE WS-QTD-ERROS-LOG TO LT-TOTAL
               MOVE LINHA-TOTAL TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               CLOSE RELATORIO
           END-IF.

       R-ANONIMIZA-CADASTRO-FIM.
           EXIT.

       R-LER-ATIVIDADE.
           READ ATIVIDADE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-ATV NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO DE LEITURA NO ANONATV.TMP: " DELIMITED BY SIZE
                   ST-ERRO-ATV                        DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               MOVE "S" TO WS-ERRO-PASSO
               MOVE "S" TO WS-FIM
           END-IF.

      * O NUMERO UNIFICADO CONTINUA "U" PARA QUEM AINDA TIVER O
      * NUMERO ANTIGO SER ENCAMINHADO AO QUE FICOU
       R-APAGA-PACIENTE.
           IF ATV-ANONIMIZA = "S"
               MOVE ATV-CODIGO TO PAC-CODIGO
               READ CADPACIENTE
               IF ST-ERRO-PAC = "00"
                   MOVE SPACES TO PAC-NOME PAC-CARTEIRA
                   MOVE ZEROS TO PAC-DDD PAC-FONE PAC-DDD-RECADO
                       PAC-FONE-RECADO
                   IF PAC-SITUACAO NOT = "U"
                       MOVE "N" TO PAC-SITUACAO
                   END-IF
                   REWRITE REGPACIENTE
               END-IF
               IF ST-ERRO-PAC = "00"
                   ADD 1 TO WS-QTD-ANONIMIZADOS
                   PERFORM R-GRAVA-LOG-ANON
               ELSE
                   ADD 1 TO WS-QTD-ERROS
               END-IF
           END-IF.
           PERFORM R-LER-ATIVIDADE.

       R-GRAVA-LOG-ANON.
           MOVE ATV-CODIGO TO ANM-CODIGO.
           MOVE ATV-SITUACAO TO ANM-SITUACAO.
           MOVE ATV-ULTIMO-MOVIMENTO TO ANM-ULTIMO-MOVIMENTO.
           MOVE WS-CORTE TO ANM-CORTE.
           MOVE ATV-QTD-CONSULTAS TO ANM-QTD-CONSULTAS.
           MOVE ATV-QTD-ARQUIVO TO ANM-QTD-ARQUIVO.
           MOVE ATV-QTD-FILA TO ANM-QTD-FILA.
           MOVE ATV-QTD-UNIFICACOES TO ANM-QTD-UNIFICACOES.
           MOVE WS-OPERADOR TO ANM-OPERADOR.
           ACCEPT ANM-DATA FROM DATE YYYYMMDD.
           ACCEPT ANM-HORA FROM TIME.
           WRITE REGLOGANON.
           IF ST-ERRO-ANM NOT = "00"
               ADD 1 TO WS-QTD-ERROS-LOG
               MOVE SPACES TO WS-MSG
               STRING
                   "ERRO AO GRAVAR O LOGANON.DAT DO PACIENTE "
                                                 DELIMITED BY SIZE
                   ATV-CODIGO                    DELIMITED BY SIZE
                   ": "                          DELIMITED BY SIZE
                   ST-ERRO-ANM                   DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM SHOW-MSG
               IF ST-ERRO-REL = "00"
                   MOVE ATV-CODIGO TO LS-CODIGO
                   MOVE ST-ERRO-ANM TO LS-STATUS
                   MOVE LINHA-SEM-LOG TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-IF.

      *
      **********************
      * VALIDACAO DA DATA DE CORTE *
      **********************
      *
       R-VALIDA-DATA.
           MOVE SPACES TO WS-MSG.
           IF NOT WS-MES >= 01 OR NOT WS-MES <= 12 THEN
               MOVE "FORMATO DE DATA INVALIDO" TO WS-MSG
               PERFORM SHOW-MSG
               GO TO R-VALIDA-DATA-FIM.

           IF NOT WS-ANO >= 2000 THEN
               MOVE "FORMATO DE DATA INVALIDO" TO WS-MSG
               PERFORM SHOW-MSG
               GO TO R-VALIDA-DATA-FIM.

           MOVE WS-MES TO WS-DNM-MES.
           MOVE WS-ANO TO WS-DNM-ANO.
           PERFORM R-DIAS-NO-MES.
           IF NOT WS-DIA >= 01 OR NOT WS-DIA <= WS-ULT-DIA-MES THEN
               MOVE "FORMATO DE DATA INVALIDO" TO WS-MSG
               PERFORM SHOW-MSG
               GO TO R-VALIDA-DATA-FIM.

           PERFORM CLEAR-MSG.

       R-VALIDA-DATA-FIM.
           EXIT.

       R-DIAS-NO-MES.
           EVALUATE WS-DNM-MES
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-ULT-DIA-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-ULT-DIA-MES
               WHEN 02
                   MOVE 28 TO WS-ULT-DIA-MES
                   DIVIDE WS-DNM-ANO BY 4 GIVING WS-DNM-QUOC
                       REMAINDER WS-DNM-RESTO
                   IF WS-DNM-RESTO = ZEROS
                       MOVE 29 TO WS-ULT-DIA-MES
                       DIVIDE WS-DNM-ANO BY 100 GIVING WS-DNM-QUOC
                           REMAINDER WS-DNM-RESTO
                       IF WS-DNM-RESTO = ZEROS
                           DIVIDE WS-DNM-ANO BY 400 GIVING WS-DNM-QUOC
                               REMAINDER WS-DNM-RESTO
                           IF WS-DNM-RESTO NOT = ZEROS
                               MOVE 28 TO WS-ULT-DIA-MES
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 30 TO WS-ULT-DIA-MES
           END-EVALUATE.

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
           CLOSE ATIVIDADE
           EXIT PROGRAM.
