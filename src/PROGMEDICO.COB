       77 WS-TENTATIVAS PIC 9(01) VALUE ZEROS.
       01 WS-OPE-NOME PIC X(30) VALUE SPACES.
       77 WS-OPE-PERFIL PIC X(01) VALUE SPACE.
           COPY SENHAPAR.
       77 WS-TEM-USO PIC X(01) VALUE "N".
       77 WS-CRM-EM-USO PIC 9(06) VALUE ZEROS.

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
           MOVE "PROGMEDICO" TO SNH-PROGRAMA.
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
      * DE VOLTA AO MENU NENHUM REGISTRO ESTA SENDO EDITADO:
