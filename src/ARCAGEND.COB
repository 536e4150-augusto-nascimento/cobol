      *
      * O RELLOG SABE LER O LOGMEDICO.ARC NO LUGAR DO LOGMEDICO.DAT
      * PARA CONSULTAS AO PERIODO ARQUIVADO.
      *
      * NA ROTINA NOTURNA (LOTENOT) O CORTE VEM DO PARAMLOTE.DAT
      * (CORTE, AAAAMMDD, OBRIGATORIO) E A RESPOSTA SOBRE ARQUIVAR O
      * LOG SEM EXPDELTA.CHK VEM DE ARQLOG (S/N, SEM O PARAMETRO = N).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT CHECKPOINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-CHK.

       SELECT PARAMLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-PRM.

       SELECT RESLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-RES.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           02 CHK-DATA PIC 9(08).
           02 CHK-HORA PIC 9(08).

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
       77 WS-CHK-DATA PIC 9(08) VALUE ZEROS.
       77 WS-CHK-HORA PIC 9(08) VALUE ZEROS.
       77 WS-TEM-CHECKPOINT PIC X(01) VALUE "N".

      * EXECUCAO SEM CONSOLE PELO PARAMLOTE.DAT (PARMREG.CPY) E
      * RESULTADO PARA A ROTINA NOTURNA (RESLOTE.CPY)
       77 ST-ERRO-PRM PIC X(02) VALUE "00".
       77 ST-ERRO-RES PIC X(02) VALUE "00".
       77 WS-PRM-LOTE PIC X(01) VALUE "N".
       77 WS-FIM-PRM PIC X(01) VALUE "N".
       77 WS-PRM-ERRO PIC X(01) VALUE "N".
       01 WS-MSG-LOTE PIC X(40) VALUE SPACES.
       77 WS-PRM-CORTE PIC 9(08) VALUE ZEROS.
       77 WS-PRM-TEM-CORTE PIC X(01) VALUE "N".
       77 WS-PRM-ARQLOG PIC X(01) VALUE "N".
       77 WS-QTD-PASSOS-OK PIC 9(01) VALUE ZEROS.
       77 WS-AVISO-CONTAGEM PIC X(01) VALUE "N".
      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           PERFORM R-LE-PARAMETROS THRU R-LE-PARAMETROS-FIM.
           IF WS-PRM-ERRO = "S"
               GO TO R-FIM
           END-IF.
           IF WS-PRM-LOTE = "S"
               MOVE WS-PRM-CORTE TO WS-CORTE
           ELSE
               DISPLAY "DATA DE CORTE AAAAMMDD (ANTERIORES SAO ARQUIVAD
      -            "AS): "
               ACCEPT WS-CORTE
           END-IF.
           IF WS-CORTE = ZEROS
               DISPLAY "DATA DE CORTE INVALIDA - NADA FOI FEITO"
               GO TO R-FIM
           END-IF.

           MOVE ZEROS TO WS-QTD-PASSOS-OK.
           PERFORM R-ARQUIVA-AGENDA THRU R-ARQUIVA-AGENDA-FIM.
           PERFORM R-ARQUIVA-LOG THRU R-ARQUIVA-LOG-FIM.

      * PASSO ABANDONADO OU PULADO TERMINA COM FALHA; CONTAGENS QUE
      * NAO BATEM NO APAGAMENTO OU NA REGRAVACAO, COM AVISO
           IF WS-QTD-PASSOS-OK NOT = 2
               MOVE "PASSO ABANDONADO - VER MENSAGENS DO CONSOLE"
                   TO WS-MSG-LOTE
           ELSE
               IF WS-AVISO-CONTAGEM = "S"
                   MOVE 4 TO RETURN-CODE
                   MOVE "CONTAGENS DIFERENTES - CONFIRA O CONSOLE"
                       TO WS-MSG-LOTE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           GO TO R-FIM.

      *
           IF WS-QTD-EXTRAIDAS = ZEROS
               DISPLAY "NENHUMA CONSULTA ANTERIOR AO CORTE - NADA A ARQ
      -            "UIVAR"
               ADD 1 TO WS-QTD-PASSOS-OK
               GO TO R-ARQUIVA-AGENDA-FIM
           END-IF.

           IF WS-QTD-APAGADAS NOT = WS-QTD-EXTRAIDAS
               DISPLAY "*** AVISO: APAGADAS DIFEREM DAS EXTRAIDAS - CON
      -            "FIRA AS CONTAGENS ***"
               MOVE "S" TO WS-AVISO-CONTAGEM
           END-IF.
           ADD 1 TO WS-QTD-PASSOS-OK.

       R-ARQUIVA-AGENDA-FIM.
           EXIT.
           IF WS-QTD-LOG-ARQ = ZEROS
               DISPLAY "NENHUMA OCORRENCIA ANTERIOR AO CORTE - NADA A A
      -            "RQUIVAR NO LOG"
               ADD 1 TO WS-QTD-PASSOS-OK
               GO TO R-ARQUIVA-LOG-FIM
           END-IF.

               GO TO R-ARQUIVA-LOG-FIM
           END-IF.
           IF WS-TEM-CHECKPOINT NOT = "S"
               IF WS-PRM-LOTE = "S"
                   DISPLAY "EXPDELTA.CHK INEXISTENTE (EXPDELTA NUNCA RO
      -                "DOU) - ARQLOG DO PARAMLOTE.DAT: " WS-PRM-ARQLOG
                   MOVE WS-PRM-ARQLOG TO WS-OPT
               ELSE
                   DISPLAY "EXPDELTA.CHK INEXISTENTE (EXPDELTA NUNCA RO
      -                "DOU) - ARQUIVAR O LOG MESMO ASSIM (S/N) ?: "
                   ACCEPT WS-OPT
               END-IF
               IF WS-OPT NOT = "S" AND WS-OPT NOT = "s"
                   DISPLAY "PASSO DO LOG ABANDONADO"
                   GO TO R-ARQUIVA-LOG-FIM
           IF WS-QTD-LOG-REGRAV NOT = WS-QTD-LOG-MANT
               DISPLAY "*** AVISO: REGRAVADAS DIFEREM DAS MANTIDAS - CO
      -            "NFIRA AS CONTAGENS ***"
               MOVE "S" TO WS-AVISO-CONTAGEM
           END-IF.
           ADD 1 TO WS-QTD-PASSOS-OK.

       R-ARQUIVA-LOG-FIM.
           EXIT.
       R-REGRAVA-CHECKPOINT-FIM.
           EXIT.

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
           IF WS-PRM-LOTE = "S" AND WS-PRM-TEM-CORTE NOT = "S"
               DISPLAY "PARAMETRO CORTE NAO INFORMADO NO PARAMLOTE.DAT"
               MOVE "PARAMETRO CORTE NAO INFORMADO" TO WS-MSG-LOTE
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
           IF PRM-PROGRAMA = "ARCAGEND"
               MOVE "S" TO WS-PRM-LOTE
               EVALUATE PRM-NOME
                   WHEN "LOTE"
                       CONTINUE
                   WHEN "CORTE"
                       IF PRM-VALOR(1:8) NUMERIC
                           AND PRM-VALOR(9:) = SPACES
                           MOVE PRM-VALOR(1:8) TO WS-PRM-CORTE
                           MOVE "S" TO WS-PRM-TEM-CORTE
                       ELSE
                           PERFORM R-PARAMETRO-INVALIDO
                       END-IF
                   WHEN "ARQLOG"
                       EVALUATE PRM-VALOR
                           WHEN "S"
                           WHEN "s"
                               MOVE "S" TO WS-PRM-ARQLOG
                           WHEN "N"
                           WHEN "n"
                               MOVE "N" TO WS-PRM-ARQLOG
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
               MOVE "ARCAGEND" TO RES-PROGRAMA
               MOVE RETURN-CODE TO RES-RETORNO
               MOVE WS-QTD-EXTRAIDAS TO RES-QTD-LIDOS
               MOVE WS-QTD-APAGADAS TO RES-QTD-GRAVADOS
               MOVE WS-MSG-LOTE TO RES-MENSAGEM
               WRITE REGRESLOTE
               CLOSE RESLOTE
           END-IF.

       R-FIM.
           IF WS-PRM-LOTE = "S"
               PERFORM R-GRAVA-RESULTADO
           END-IF.
           EXIT PROGRAM.
