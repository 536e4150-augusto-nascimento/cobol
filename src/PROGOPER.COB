      * OPERREG.CPY), NOS MOLDES DO PROGMEDICO. SO O PERFIL
      * SUPERVISOR ENTRA AQUI. NA PRIMEIRA EXECUCAO, COM O ARQUIVO
      * AINDA INEXISTENTE, E SEMEADO O OPERADOR MESTRE 0001 (SENHA
      * "MASTER", PERFIL SUPERVISOR), QUE E OBRIGADO A TROCAR A
      * SENHA NA PRIMEIRA ENTRADA. OPERADOR NAO E EXCLUIDO
      * FISICAMENTE: A SITUACAO VAI PARA "I" E O ACESSO E NEGADO NA
      * IDENTIFICACAO.
      * A SENHA SO E DIGITADA, NUNCA EXIBIDA: NA ALTERACAO, SENHA EM
      * BRANCO MANTEM A ATUAL. A SENHA DEFINIDA AQUI E GRAVADA
      * CIFRADA PELO SENHAOPE E TEM DE SER TROCADA PELO OPERADOR NA
      * PRIMEIRA ENTRADA. O DESBLOQUEIO DO OPERADOR BLOQUEADO POR
      * TENTATIVAS INVALIDAS E FEITO AQUI, NO CAMPO BLOQUEADO, E A
      * SENHA REDEFINIDA, O DESBLOQUEIO E O BLOQUEIO MANUAL VAO PARA
      * O LOG DE SEGURANCA (LOGSEG.DAT).
      *----------------------------------------------------------------
      *----------ENVIRONMENT DIVISION--------------
       ENVIRONMENT DIVISION.
       77 WS-TENTATIVAS PIC 9(01) VALUE ZEROS.
       01 WS-OPE-NOME PIC X(30) VALUE SPACES.
       77 WS-OPE-PERFIL PIC X(01) VALUE SPACE.
           COPY SENHAPAR.

      * SENHA DIGITADA NO CADASTRO (NUNCA GRAVADA ASSIM) E SITUACAO
      * DO BLOQUEIO QUANDO O REGISTRO FOI LOCALIZADO
       01 WS-NOVA-SENHA PIC X(08) VALUE SPACES.
       77 WS-BLOQUEIO-ANTES PIC X(01) VALUE "N".
       77 WS-LOG-ERRO PIC X(01) VALUE "N".
       77 WS-DATA-HOJE PIC 9(08) VALUE ZEROS.

      *-----------SCREEN SECTION-------------------
       SCREEN SECTION.
           02 LINE 03 COLUMN 30 VALUE "--------------------------".
           02 LINE 05 COLUMN 01 VALUE "CODIGO:".
           02 LINE 07 COLUMN 01 VALUE "NOME:".
           02 LINE 09 COLUMN 01 VALUE "SENHA NOVA:".
           02 LINE 11 COLUMN 01 VALUE "PERFIL (R/C/S):".
           02 LINE 13 COLUMN 01 VALUE "SITUACAO (A/I):".
           02 LINE 15 COLUMN 01 VALUE "BLOQUEADO (S/N):".
           02 T-CODIGO LINE 05 COLUMN 20 PIC 9(04) USING OPE-CODIGO
               HIGHLIGHT.
           02 T-NOME LINE 07 COLUMN 20 PIC X(30) USING OPE-NOME.
           02 T-SENHA LINE 09 COLUMN 20 PIC X(08)
               USING WS-NOVA-SENHA SECURE.
           02 T-PERFIL LINE 11 COLUMN 20 PIC X(01) USING OPE-PERFIL.
           02 T-SITUACAO LINE 13 COLUMN 20 PIC X(01)
               USING OPE-SITUACAO.
           02 T-BLOQUEIO LINE 15 COLUMN 20 PIC X(01)
               USING OPE-BLOQUEIO.

       01 TELA-ABERTURA.
           02 BLANK SCREEN.
               IF ST-ERRO-OPE = "35" THEN
                   PERFORM R-SEMEAR-OPERADOR
                   MOVE "*** CADOPER CRIADO COM O OPERADOR MESTRE 0001
      -                "SENHA MASTER - TROCA OBRIGATORIA NA PRIMEIRA ENT
      -                "RADA ***" TO WS-MSG
                   PERFORM SHOW-MSG
                   ACCEPT WS-ANY
                   GO TO INICIO
                   GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.
      * O SENHAOPE ABRE O CADOPER POR CONTA PROPRIA NA IDENTIFICACAO
           CLOSE CADOPER.

      *
      **********************
              GO TO ROT-FIM.
           ACCEPT T-ID-SENHA.

      * A CONFERENCIA, O BLOQUEIO, A TROCA OBRIGATORIA DA SENHA E O
      * LOG DE SEGURANCA FICAM NO SENHAOPE
           MOVE "I" TO SNH-FUNCAO.
           MOVE WS-OPERADOR TO SNH-OPERADOR.
           MOVE WS-SENHA TO SNH-SENHA.
           MOVE "PROGOPER" TO SNH-PROGRAMA.
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

           OPEN I-O CADOPER.
           IF ST-ERRO-OPE NOT = "00"
               MOVE "*** ERRO NA ABERTURA DO ARQUIVO **" TO WS-MSG
               PERFORM SHOW-MSG
               ACCEPT WS-ANY
               GO TO ROT-FIM
           END-IF.

       R-ABERTURA.
           UNLOCK CADOPER.
           DISPLAY TELA-ABERTURA.
           DISPLAY "OPERADOR:" LINE 23 COLUMN 60.
           DISPLAY WS-OPERADOR LINE 23 COLUMN 70.
           MOVE SPACES TO OPE-NOME WS-NOVA-SENHA
           MOVE ZEROS TO OPE-CODIGO OPE-SENHA-CIFRA OPE-FALHAS
               OPE-DATA-SENHA
           MOVE "R" TO OPE-PERFIL
           MOVE "A" TO OPE-SITUACAO
           MOVE "N" TO OPE-BLOQUEIO OPE-TROCA-SENHA WS-BLOQUEIO-ANTES

           ACCEPT WS-OPR LINE 09 COLUMN 01.
           EVALUATE WS-OPR
           READ CADOPER.
           EVALUATE ST-ERRO-OPE
               WHEN "00"
                   MOVE OPE-BLOQUEIO TO WS-BLOQUEIO-ANTES
                   DISPLAY TELA1
                   DISPLAY OPE-NOME LINE 07 COLUMN 20
                   GO TO R-MODIFICAR-REGISTRO
           PERFORM CLEAR-MSG.

       R-SENHA.
           IF WS-OPR = "E"
               MOVE "SENHA EM BRANCO MANTEM A SENHA ATUAL" TO WS-MSG
               PERFORM SHOW-MSG
           END-IF.
           ACCEPT T-SENHA.
           IF cob-crt-status = 2005
              GO TO R-NOME.

           IF WS-NOVA-SENHA = SPACES AND WS-OPR = "N"
               MOVE "INFORME A SENHA DO OPERADOR" TO WS-MSG
               PERFORM SHOW-MSG
               GO TO R-SENHA.
           END-EVALUATE.
           PERFORM CLEAR-MSG.

      * SO O SUPERVISOR DESBLOQUEIA O OPERADOR BLOQUEADO POR
      * TENTATIVAS INVALIDAS (OU O BLOQUEIA A MAO)
       R-BLOQUEIO.
           ACCEPT T-BLOQUEIO.
           IF cob-crt-status = 2005
              GO TO R-SITUACAO.
           EVALUATE OPE-BLOQUEIO
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO OPE-BLOQUEIO
               WHEN "N"
               WHEN "n"
                   MOVE "N" TO OPE-BLOQUEIO
               WHEN OTHER
                   MOVE "BLOQUEIO INVALIDO - (S)IM OU (N)AO" TO WS-MSG
                   PERFORM SHOW-MSG
                   GO TO R-BLOQUEIO
           END-EVALUATE.
           PERFORM CLEAR-MSG.

       R-INC-OPC.
           MOVE "DADOS OK (S/N) ?: " TO WS-MSG.
           PERFORM SHOW-MSG.
           ACCEPT WS-OPT LINE 24 COLUMN 01.
           IF WS-OPT = "S" OR "s" THEN
               PERFORM R-PREPARA-GRAVACAO
               IF WS-OPR = "N" THEN
                   WRITE REGOPERADOR
               ELSE
                   REWRITE REGOPERADOR
               END-IF
               IF ST-ERRO-OPE = "00"
                   PERFORM R-LOG-ALTERACAO
                   IF WS-LOG-ERRO = "S"
                       MOVE "OPERADOR GRAVADO, MAS O LOGSEG.DAT NAO FOI
      -                "GRAVADO - AVISE O SUPORTE" TO WS-MSG
                   ELSE
                       MOVE "OPERADOR GRAVADO PRESSIONE QUALQUER TECLA P
      -                "ARA CONTINUAR" TO WS-MSG
                   END-IF
               ELSE
                   MOVE "ERRO AO GRAVAR O REGISTRO. CODIGO: " TO WS-MSG
               END-IF
           END-IF.
           GO TO R-NOME.

      *
      **********************
      * SENHA E BLOQUEIO NA GRAVACAO *
      **********************
      *
      * A SENHA DIGITADA E GRAVADA CIFRADA, COM TROCA OBRIGATORIA NA
      * PRIMEIRA ENTRADA DO OPERADOR; O DESBLOQUEIO ZERA AS FALHAS.
      * O BLOQUEIO FEITO AQUI VAI PARA O LOG COMO EVENTO M, SEPARADO
      * DO BLOQUEIO POR TENTATIVAS INVALIDAS (B) DO SENHAOPE
       R-PREPARA-GRAVACAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-NOVA-SENHA NOT = SPACES
               MOVE "C" TO SNH-FUNCAO
               MOVE OPE-CODIGO TO SNH-OPERADOR
               MOVE WS-NOVA-SENHA TO SNH-SENHA
               MOVE "PROGOPER" TO SNH-PROGRAMA
               CALL "SENHAOPE" USING PARMSENHA
               MOVE SPACES TO SNH-SENHA
               MOVE SNH-CIFRA TO OPE-SENHA-CIFRA
               MOVE WS-DATA-HOJE TO OPE-DATA-SENHA
               MOVE "S" TO OPE-TROCA-SENHA
               MOVE ZEROS TO OPE-FALHAS
           END-IF.
           IF OPE-BLOQUEIO = "N" AND WS-BLOQUEIO-ANTES = "S"
               MOVE ZEROS TO OPE-FALHAS
           END-IF.

       R-LOG-ALTERACAO.
           MOVE "L" TO SNH-FUNCAO.
           MOVE OPE-CODIGO TO SNH-OPERADOR.
           MOVE WS-OPERADOR TO SNH-RESPONSAVEL.
           MOVE "PROGOPER" TO SNH-PROGRAMA.
           MOVE "N" TO WS-LOG-ERRO.
           IF WS-NOVA-SENHA NOT = SPACES
               MOVE "R" TO SNH-EVENTO
               CALL "SENHAOPE" USING PARMSENHA
               PERFORM R-CONFERE-LOG
           END-IF.
           IF OPE-BLOQUEIO = "N" AND WS-BLOQUEIO-ANTES = "S"
               MOVE "D" TO SNH-EVENTO
               CALL "SENHAOPE" USING PARMSENHA
               PERFORM R-CONFERE-LOG
           END-IF.
           IF OPE-BLOQUEIO = "S" AND WS-BLOQUEIO-ANTES NOT = "S"
               MOVE "M" TO SNH-EVENTO
               CALL "SENHAOPE" USING PARMSENHA
               PERFORM R-CONFERE-LOG
           END-IF.
           MOVE SPACES TO WS-NOVA-SENHA.
           MOVE OPE-BLOQUEIO TO WS-BLOQUEIO-ANTES.

       R-CONFERE-LOG.
           IF SNH-RETORNO NOT = "S"
               MOVE "S" TO WS-LOG-ERRO
           END-IF.

      *
      **********************
      * CARGA INICIAL - OPERADOR MESTRE DA PRIMEIRA EXECUCAO *
      **********************
      *
      * A SENHA "MASTER" E GRAVADA CIFRADA E TEM DE SER TROCADA NA
      * PRIMEIRA ENTRADA DO OPERADOR 0001
       R-SEMEAR-OPERADOR.
           OPEN OUTPUT CADOPER.
           MOVE 0001 TO OPE-CODIGO.
           MOVE "SUPERVISOR" TO OPE-NOME.
           MOVE "C" TO SNH-FUNCAO.
           MOVE 0001 TO SNH-OPERADOR.
           MOVE "MASTER" TO SNH-SENHA.
           MOVE "PROGOPER" TO SNH-PROGRAMA.
           CALL "SENHAOPE" USING PARMSENHA.
           MOVE SPACES TO SNH-SENHA.
           MOVE SNH-CIFRA TO OPE-SENHA-CIFRA.
           MOVE "S" TO OPE-PERFIL.
           MOVE "A" TO OPE-SITUACAO.
           MOVE "N" TO OPE-BLOQUEIO.
           MOVE ZEROS TO OPE-FALHAS.
           ACCEPT OPE-DATA-SENHA FROM DATE YYYYMMDD.
           MOVE "S" TO OPE-TROCA-SENHA.
           WRITE REGOPERADOR.
           CLOSE CADOPER.

