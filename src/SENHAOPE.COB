       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHAOPE.
       AUTHOR. AUGUSTO ROCHA NASCIMENTO.
      *----------------------------------------------------------------
      * POLITICA DE SENHAS DOS OPERADORES, CHAMADA POR TODOS OS
      * PROGRAMAS INTERATIVOS NA IDENTIFICACAO (CALL "SENHAOPE"
      * USING PARMSENHA, AREA EM SENHAPAR.CPY) PARA QUE A REGRA
      * FIQUE NUM SO LUGAR:
      *   - A SENHA NUNCA E GRAVADA LEGIVEL NO CADOPER: GUARDA-SE SO
      *     A CIFRA (OPE-SENHA-CIFRA), CALCULADA AQUI A PARTIR DA
      *     SENHA E DO CODIGO DO OPERADOR, E A CONFERENCIA COMPARA
      *     CIFRAS;
      *   - CADA SENHA INVALIDA SOMA UMA FALHA EM OPE-FALHAS, QUE
      *     FICA NO CADOPER E NAO SE PERDE QUANDO O PROGRAMA E
      *     REINICIADO; NA WS-MAX-FALHAS-ESIMA FALHA SEGUIDA O
      *     OPERADOR FICA BLOQUEADO ATE O SUPERVISOR DESBLOQUEAR NO
      *     PROGOPER. A ENTRADA ACEITA ZERA A CONTAGEM;
      *   - A SENHA VENCE WS-DIAS-VALIDADE DIAS DEPOIS DA ULTIMA
      *     TROCA, E A SENHA DEFINIDA PELO SUPERVISOR (INCLUSIVE A
      *     "MASTER" SEMEADA PARA O OPERADOR 0001) TEM DE SER TROCADA
      *     NA PRIMEIRA ENTRADA: NOS DOIS CASOS A TROCA E PEDIDA AQUI
      *     MESMO E O OPERADOR SO ENTRA DEPOIS DE TROCAR;
      *   - TODA ENTRADA, FALHA, BLOQUEIO, DESBLOQUEIO E TROCA DE
      *     SENHA VAI PARA O LOG DE SEGURANCA LOGSEG.DAT (LAYOUT EM
      *     SEGREG.CPY), LISTADO PELO RELSEG.
      * O CHAMADOR ABRE O CADOPER SO PARA SABER SE O CADASTRO
      * EXISTE E O FECHA ANTES DA CHAMADA; AQUI ELE E ABERTO EM I-O
      * PARA REGRAVAR A CONTAGEM DE FALHAS E A SENHA TROCADA.
      *----------------------------------------------------------------
      *----------ENVIRONMENT DIVISION--------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           LOCK MODE IS AUTOMATIC
           RECORD KEY IS OPE-CODIGO
           FILE STATUS IS ST-ERRO-OPE.

       SELECT LOGSEG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-SEG.
      *-----------DATA DIVISION--------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADOPER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGOPER.DAT".

           COPY OPERREG.

       FD LOGSEG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGSEG.DAT".

           COPY SEGREG.

      *
      *----------WORKING-STORAGE SECTION-----------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-OPE PIC X(02) VALUE "00".
       77 ST-ERRO-SEG PIC X(02) VALUE "00".
       77 WS-CLEAR PIC X(100) VALUE SPACES.
       77 WS-ANY PIC X(01) VALUE SPACES.
       01 WS-MSG PIC X(100) VALUE SPACES.

      * POLITICA: FALHAS SEGUIDAS ATE O BLOQUEIO, VALIDADE DA SENHA
      * EM DIAS E TAMANHO MINIMO DA SENHA NOVA
       77 WS-MAX-FALHAS PIC 9(02) VALUE 5.
       77 WS-DIAS-VALIDADE PIC 9(03) VALUE 90.
       77 WS-TAMANHO-MINIMO PIC 9(02) VALUE 6.

       77 WS-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA PIC 9(08) VALUE ZEROS.

      * CIFRA DA SENHA: CADA CARACTER VALE A SUA POSICAO NO
      * WS-ALFABETO (FORA DELE VALE 86) E ENTRA EM DUAS SOMAS
      * MODULARES INDEPENDENTES, REPETIDAS POR WS-QTD-RODADAS, QUE
      * PARTEM DO CODIGO DO OPERADOR - A MESMA SENHA DA CIFRAS
      * DIFERENTES PARA OPERADORES DIFERENTES
       01 WS-ALFABETO PIC X(86) VALUE
           " ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456
      -    "789.,;:-_+*/=!?@#$%&()[]<>".
       01 WS-SENHA-CIF PIC X(08) VALUE SPACES.
       01 WS-SENHA-CIF-TAB REDEFINES WS-SENHA-CIF.
           02 WS-SENHA-CARACTER PIC X(01) OCCURS 8 TIMES.
       77 WS-OPERADOR-CIF PIC 9(04) VALUE ZEROS.
       77 WS-CARACTER PIC X(01) VALUE SPACE.
       77 WS-VALOR PIC 9(03) VALUE ZEROS.
       77 WS-POS PIC 9(02) VALUE ZEROS.
       77 WS-RODADA PIC 9(02) VALUE ZEROS.
       77 WS-QTD-RODADAS PIC 9(02) VALUE 32.
       77 WS-CIF-PRODUTO PIC 9(14) VALUE ZEROS.
       77 WS-CIF-QUOC PIC 9(14) VALUE ZEROS.
       01 WS-CIFRA.
           02 WS-CIFRA-H1 PIC 9(09).
           02 WS-CIFRA-H2 PIC 9(09).
       01 WS-CIFRA-NUM REDEFINES WS-CIFRA PIC 9(18).

      * DIA CORRIDO (CONTAGEM CONTINUA DE DIAS) PARA A VALIDADE
       01 WS-DC-DATA.
           02 WS-DC-ANO PIC 9(04).
           02 WS-DC-MES PIC 9(02).
           02 WS-DC-DIA PIC 9(02).
       77 WS-DC-A PIC 9(01) VALUE ZEROS.
       77 WS-DC-Y PIC 9(05) VALUE ZEROS.
       77 WS-DC-M PIC 9(02) VALUE ZEROS.
       77 WS-DC-T PIC 9(08) VALUE ZEROS.
       77 WS-DC-DIAS PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-SENHA PIC 9(08) VALUE ZEROS.

      * TROCA DA SENHA NA ENTRADA
       01 WS-MOTIVO PIC X(60) VALUE SPACES.
       01 WS-NOVA-SENHA PIC X(08) VALUE SPACES.
       01 WS-CONFIRMA-SENHA PIC X(08) VALUE SPACES.
       77 WS-TAMANHO PIC 9(02) VALUE ZEROS.
       77 WS-CIFRA-ATUAL PIC 9(18) VALUE ZEROS.
       77 WS-TROCOU PIC X(01) VALUE "N".

      * EVENTO A GRAVAR NO LOGSEG.DAT
       77 WS-EVENTO PIC X(01) VALUE SPACE.
       77 WS-LOG-OPERADOR PIC 9(04) VALUE ZEROS.
       77 WS-LOG-RESPONSAVEL PIC 9(04) VALUE ZEROS.
       77 WS-LOG-FALHAS PIC 9(02) VALUE ZEROS.
       77 WS-LOG-GRAVADO PIC X(01) VALUE "N".

      *-----------LINKAGE SECTION------------------
       LINKAGE SECTION.
           COPY SENHAPAR.

      *-----------SCREEN SECTION-------------------
       SCREEN SECTION.
       01 TELA-TROCA.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 30 VALUE "--------------------------".
           02 LINE 02 COLUMN 30 VALUE "|     TROCA DE SENHA      |".
           02 LINE 03 COLUMN 30 VALUE "--------------------------".
           02 LINE 07 COLUMN 01 VALUE "NOVA SENHA (6 A 8 CARACTERES):".
           02 LINE 09 COLUMN 01 VALUE "CONFIRME A NOVA SENHA:".
           02 T-NOVA-SENHA LINE 07 COLUMN 33 PIC X(08)
               USING WS-NOVA-SENHA SECURE.
           02 T-CONFIRMA-SENHA LINE 09 COLUMN 33 PIC X(08)
               USING WS-CONFIRMA-SENHA SECURE.

      *--------------------------------------------
       PROCEDURE DIVISION USING PARMSENHA.
       R-INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           EVALUATE SNH-FUNCAO
               WHEN "C"
                   MOVE SNH-SENHA TO WS-SENHA-CIF
                   MOVE SNH-OPERADOR TO WS-OPERADOR-CIF
                   PERFORM R-CIFRA
                   MOVE WS-CIFRA-NUM TO SNH-CIFRA
                   MOVE "S" TO SNH-RETORNO
               WHEN "L"
                   MOVE SNH-EVENTO TO WS-EVENTO
                   MOVE SNH-OPERADOR TO WS-LOG-OPERADOR
                   MOVE SNH-RESPONSAVEL TO WS-LOG-RESPONSAVEL
                   MOVE ZEROS TO WS-LOG-FALHAS
                   PERFORM R-GRAVA-LOG
                   IF WS-LOG-GRAVADO = "S"
                       MOVE "S" TO SNH-RETORNO
                   ELSE
                       MOVE "X" TO SNH-RETORNO
                   END-IF
               WHEN OTHER
                   PERFORM R-IDENTIFICA THRU R-IDENTIFICA-FIM
           END-EVALUATE.
           GO TO R-FIM.

      *
      **********************
      * IDENTIFICACAO DO OPERADOR *
      **********************
      *
       R-IDENTIFICA.
           MOVE "N" TO SNH-RETORNO.
           MOVE SPACES TO SNH-NOME.
           MOVE SPACE TO SNH-PERFIL.
           MOVE SNH-OPERADOR TO WS-LOG-OPERADOR.
           MOVE ZEROS TO WS-LOG-RESPONSAVEL.
           MOVE ZEROS TO WS-LOG-FALHAS.

           OPEN I-O CADOPER.
           IF ST-ERRO-OPE NOT = "00"
               MOVE "X" TO SNH-RETORNO
               GO TO R-IDENTIFICA-FIM
           END-IF.

           MOVE SNH-OPERADOR TO OPE-CODIGO.
           READ CADOPER.
           EVALUATE ST-ERRO-OPE
               WHEN "00"
                   CONTINUE
               WHEN "51"
               WHEN "99"
                   MOVE "U" TO SNH-RETORNO
                   CLOSE CADOPER
                   GO TO R-IDENTIFICA-FIM
               WHEN OTHER
                   MOVE "F" TO WS-EVENTO
                   PERFORM R-GRAVA-LOG
                   CLOSE CADOPER
                   GO TO R-IDENTIFICA-FIM
           END-EVALUATE.

      * OPERADOR BLOQUEADO OU INATIVO NAO SOMA FALHA: SO REGISTRA
           MOVE OPE-FALHAS TO WS-LOG-FALHAS.
           IF OPE-BLOQUEIO = "S"
               MOVE "B" TO SNH-RETORNO
               MOVE "F" TO WS-EVENTO
               PERFORM R-GRAVA-LOG
               CLOSE CADOPER
               GO TO R-IDENTIFICA-FIM
           END-IF.
           IF OPE-SITUACAO NOT = "A"
               MOVE "F" TO WS-EVENTO
               PERFORM R-GRAVA-LOG
               CLOSE CADOPER
               GO TO R-IDENTIFICA-FIM
           END-IF.

           MOVE SNH-SENHA TO WS-SENHA-CIF.
           MOVE OPE-CODIGO TO WS-OPERADOR-CIF.
           PERFORM R-CIFRA.
           IF WS-CIFRA-NUM NOT = OPE-SENHA-CIFRA
               IF OPE-FALHAS < 99
                   ADD 1 TO OPE-FALHAS
               END-IF
               MOVE OPE-FALHAS TO WS-LOG-FALHAS
               MOVE "F" TO WS-EVENTO
               PERFORM R-GRAVA-LOG
               IF OPE-FALHAS NOT < WS-MAX-FALHAS
                   MOVE "S" TO OPE-BLOQUEIO
               END-IF
               REWRITE REGOPERADOR
               IF ST-ERRO-OPE NOT = "00"
                   MOVE SPACES TO WS-MSG
                   STRING
                       "*** ERRO AO GRAVAR AS FALHAS DO OPERADOR: "
                                                 DELIMITED BY SIZE
                       ST-ERRO-OPE               DELIMITED BY SIZE
                       " ***"                    DELIMITED BY SIZE
                       INTO WS-MSG
                   END-STRING
                   PERFORM SHOW-MSG
                   ACCEPT WS-ANY
                   MOVE "X" TO SNH-RETORNO
                   CLOSE CADOPER
                   GO TO R-IDENTIFICA-FIM
               END-IF
               IF OPE-BLOQUEIO = "S"
                   MOVE "B" TO SNH-RETORNO
                   MOVE "B" TO WS-EVENTO
                   PERFORM R-GRAVA-LOG
               END-IF
               CLOSE CADOPER
               GO TO R-IDENTIFICA-FIM
           END-IF.

      * SENHA CERTA: ZERA AS FALHAS E, SE A SENHA VENCEU OU PRECISA
      * SER TROCADA, SO DEIXA ENTRAR DEPOIS DA TROCA
           MOVE ZEROS TO OPE-FALHAS.
           MOVE ZEROS TO WS-LOG-FALHAS.
           MOVE OPE-SENHA-CIFRA TO WS-CIFRA-ATUAL.
           MOVE "N" TO WS-TROCOU.
           PERFORM R-VERIFICA-VALIDADE.
           IF WS-MOTIVO NOT = SPACES
               PERFORM R-TROCA-SENHA THRU R-TROCA-SENHA-FIM
               IF WS-TROCOU NOT = "S"
                   REWRITE REGOPERADOR
                   MOVE "T" TO SNH-RETORNO
                   CLOSE CADOPER
                   GO TO R-IDENTIFICA-FIM
               END-IF
           END-IF.

           REWRITE REGOPERADOR.
           IF ST-ERRO-OPE NOT = "00" AND WS-TROCOU = "S"
               MOVE "*** ERRO AO GRAVAR A NOVA SENHA - REPITA ***"
                   TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               MOVE "T" TO SNH-RETORNO
               CLOSE CADOPER
               GO TO R-IDENTIFICA-FIM
           END-IF.
           IF WS-TROCOU = "S"
               MOVE "T" TO WS-EVENTO
               PERFORM R-GRAVA-LOG
           END-IF.
           MOVE "E" TO WS-EVENTO.
           PERFORM R-GRAVA-LOG.
           MOVE "S" TO SNH-RETORNO.
           MOVE OPE-NOME TO SNH-NOME.
           MOVE OPE-PERFIL TO SNH-PERFIL.
           CLOSE CADOPER.

       R-IDENTIFICA-FIM.
           EXIT.

       R-VERIFICA-VALIDADE.
           MOVE SPACES TO WS-MOTIVO.
           IF OPE-TROCA-SENHA = "S"
               MOVE "SENHA DEFINIDA PELO SUPERVISOR - TROCA OBRIGATORIA"
                   TO WS-MOTIVO
           ELSE
               MOVE WS-DATA-HOJE TO WS-DC-DATA
               PERFORM R-DIA-CORRIDO
               MOVE WS-DC-DIAS TO WS-DIAS-HOJE
               MOVE OPE-DATA-SENHA TO WS-DC-DATA
               PERFORM R-DIA-CORRIDO
               MOVE WS-DC-DIAS TO WS-DIAS-SENHA
               IF OPE-DATA-SENHA = ZEROS
                   OR WS-DIAS-SENHA + WS-DIAS-VALIDADE < WS-DIAS-HOJE
                   MOVE "SENHA VENCIDA - ESCOLHA UMA SENHA NOVA"
                       TO WS-MOTIVO
               END-IF
           END-IF.

      *
      **********************
      * TROCA DA SENHA NA ENTRADA *
      **********************
      *
      * A SENHA NOVA TEM DE TER PELO MENOS WS-TAMANHO-MINIMO
      * CARACTERES, SER DIFERENTE DA ATUAL E DA "MASTER" E SER
      * DIGITADA DUAS VEZES IGUAL. ESC DESISTE (E O OPERADOR NAO
      * ENTRA)
       R-TROCA-SENHA.
           MOVE SPACES TO WS-NOVA-SENHA.
           MOVE SPACES TO WS-CONFIRMA-SENHA.
           DISPLAY TELA-TROCA.
           DISPLAY WS-MOTIVO LINE 05 COLUMN 01.
           ACCEPT T-NOVA-SENHA.
           IF cob-crt-status = 2005
              GO TO R-TROCA-SENHA-FIM.
           ACCEPT T-CONFIRMA-SENHA.
           IF cob-crt-status = 2005
              GO TO R-TROCA-SENHA-FIM.

           MOVE ZEROS TO WS-TAMANHO.
           INSPECT WS-NOVA-SENHA TALLYING WS-TAMANHO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TAMANHO < WS-TAMANHO-MINIMO
               MOVE "A SENHA NOVA PRECISA DE 6 A 8 CARACTERES, SEM ESPAC
      -            "OS" TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO R-TROCA-SENHA
           END-IF.
           IF WS-NOVA-SENHA = "MASTER"
               MOVE "ESCOLHA UMA SENHA DIFERENTE DA SENHA INICIAL"
                   TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO R-TROCA-SENHA
           END-IF.
           IF WS-CONFIRMA-SENHA NOT = WS-NOVA-SENHA
               MOVE "A CONFIRMACAO NAO CONFERE COM A SENHA NOVA"
                   TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO R-TROCA-SENHA
           END-IF.

           MOVE WS-NOVA-SENHA TO WS-SENHA-CIF.
           MOVE OPE-CODIGO TO WS-OPERADOR-CIF.
           PERFORM R-CIFRA.
           IF WS-CIFRA-NUM = WS-CIFRA-ATUAL
               MOVE "A SENHA NOVA TEM DE SER DIFERENTE DA ATUAL"
                   TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO R-TROCA-SENHA
           END-IF.

           MOVE WS-CIFRA-NUM TO OPE-SENHA-CIFRA.
           MOVE WS-DATA-HOJE TO OPE-DATA-SENHA.
           MOVE "N" TO OPE-TROCA-SENHA.
           MOVE "S" TO WS-TROCOU.
           MOVE SPACES TO WS-NOVA-SENHA.
           MOVE SPACES TO WS-CONFIRMA-SENHA.

       R-TROCA-SENHA-FIM.
           EXIT.

      *
      **********************
      * CIFRA DA SENHA *
      **********************
      *
      * ENTRA WS-SENHA-CIF + WS-OPERADOR-CIF, SAI WS-CIFRA-NUM
       R-CIFRA.
           COMPUTE WS-CIFRA-H1 = 7 + WS-OPERADOR-CIF.
           COMPUTE WS-CIFRA-H2 = 13 + WS-OPERADOR-CIF * 3.
           MOVE 1 TO WS-RODADA.
           PERFORM R-CIFRA-RODADA UNTIL WS-RODADA > WS-QTD-RODADAS.
           MOVE SPACES TO WS-SENHA-CIF.

       R-CIFRA-RODADA.
           MOVE 1 TO WS-POS.
           PERFORM R-CIFRA-CARACTER UNTIL WS-POS > 8.
           ADD 1 TO WS-RODADA.

       R-CIFRA-CARACTER.
           MOVE WS-SENHA-CARACTER(WS-POS) TO WS-CARACTER.
           MOVE ZEROS TO WS-VALOR.
           INSPECT WS-ALFABETO TALLYING WS-VALOR
               FOR CHARACTERS BEFORE INITIAL WS-CARACTER.
           COMPUTE WS-CIF-PRODUTO =
               WS-CIFRA-H1 * 131 + WS-VALOR + WS-RODADA.
           DIVIDE WS-CIF-PRODUTO BY 999999937 GIVING WS-CIF-QUOC
               REMAINDER WS-CIFRA-H1.
           COMPUTE WS-CIF-PRODUTO =
               WS-CIFRA-H2 * 137 + WS-VALOR * WS-POS + WS-CIFRA-H1.
           DIVIDE WS-CIF-PRODUTO BY 999999929 GIVING WS-CIF-QUOC
               REMAINDER WS-CIFRA-H2.
           ADD 1 TO WS-POS.

      *
      **********************
      * DIA CORRIDO DE UMA DATA AAAAMMDD *
      **********************
      *
      * CONTAGEM CONTINUA DE DIAS DO CALENDARIO GREGORIANO; SO A
      * DIFERENCA ENTRE DUAS DATAS INTERESSA
       R-DIA-CORRIDO.
           IF WS-DC-MES < 3
               MOVE 1 TO WS-DC-A
           ELSE
               MOVE 0 TO WS-DC-A
           END-IF.
           COMPUTE WS-DC-Y = WS-DC-ANO + 4800 - WS-DC-A.
           COMPUTE WS-DC-M = WS-DC-MES + 12 * WS-DC-A - 3.
           COMPUTE WS-DC-T = 153 * WS-DC-M + 2.
           DIVIDE WS-DC-T BY 5 GIVING WS-DC-T.
           COMPUTE WS-DC-DIAS = WS-DC-DIA + WS-DC-T + 365 * WS-DC-Y.
           DIVIDE WS-DC-Y BY 4 GIVING WS-DC-T.
           ADD WS-DC-T TO WS-DC-DIAS.
           DIVIDE WS-DC-Y BY 100 GIVING WS-DC-T.
           SUBTRACT WS-DC-T FROM WS-DC-DIAS.
           DIVIDE WS-DC-Y BY 400 GIVING WS-DC-T.
           ADD WS-DC-T TO WS-DC-DIAS.

      *
      **********************
      * LOG DE SEGURANCA *
      **********************
      *
       R-GRAVA-LOG.
           MOVE "N" TO WS-LOG-GRAVADO.
           OPEN EXTEND LOGSEG.
           IF ST-ERRO-SEG NOT = "00"
               OPEN OUTPUT LOGSEG
               CLOSE LOGSEG
               OPEN EXTEND LOGSEG
           END-IF.
           IF ST-ERRO-SEG = "00"
               MOVE WS-DATA-HOJE TO SEG-DATA
               MOVE WS-HORA-AGORA TO SEG-HORA
               MOVE WS-LOG-OPERADOR TO SEG-OPERADOR
               MOVE WS-EVENTO TO SEG-EVENTO
               MOVE SNH-PROGRAMA TO SEG-PROGRAMA
               MOVE WS-LOG-RESPONSAVEL TO SEG-RESPONSAVEL
               MOVE WS-LOG-FALHAS TO SEG-FALHAS
               WRITE REGLOGSEG
               IF ST-ERRO-SEG = "00"
                   MOVE "S" TO WS-LOG-GRAVADO
               END-IF
               CLOSE LOGSEG
           END-IF.

      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       SHOW-MSG.
           DISPLAY WS-MSG AT LINE 23 COLUMN 01.

       CLEAR-MSG.
           DISPLAY WS-CLEAR AT LINE 23 COLUMN 01.

       R-FIM.
           EXIT PROGRAM.
