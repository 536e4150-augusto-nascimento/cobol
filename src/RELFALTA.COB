      * FISICA NUNCA DEIXAVA RESPONDER.
      * O CADAGENDA JA SAI EM ORDEM DE CRM, ENTAO A QUEBRA POR
      * MEDICO E FEITA NUMA UNICA PASSADA, SEM CLASSIFICACAO.
      * NA ROTINA NOTURNA (LOTENOT) O MES DE REFERENCIA VEM DO
      * PARAMLOTE.DAT (MES, AAAAMM, OBRIGATORIO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           VALUE OF FILE-ID IS "RELFALTA.LST".
       01 LINHA-RELATORIO PIC X(90).

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
       77 ST-ERRO PIC X(02) VALUE "00".
       77 WS-RESTO PIC 9(06) VALUE ZEROS.

       01 LINHA-CABECALHO.
           02 FILLER PIC X(45) VALUE
               "COMPARECIMENTO POR MEDICO - MES DE REFERENCIA".
           02 FILLER PIC X(01) VALUE SPACES.
           02 LC-MES PIC X(07).
           02 FILLER PIC X(37) VALUE SPACES.
       01 LINHA-BRANCO PIC X(90) VALUE SPACES.
       01 LINHA-TITULO.
           02 FILLER PIC X(08) VALUE "CRM".
           02 FILLER PIC X(01) VALUE SPACES.
           02 LT-CANCELADAS PIC ZZZZZ9.
           02 FILLER PIC X(24) VALUE SPACES.

      * EXECUCAO SEM CONSOLE PELO PARAMLOTE.DAT (PARMREG.CPY) E
      * RESULTADO PARA A ROTINA NOTURNA (RESLOTE.CPY)
       77 ST-ERRO-PRM PIC X(02) VALUE "00".
       77 ST-ERRO-RES PIC X(02) VALUE "00".
       77 WS-PRM-LOTE PIC X(01) VALUE "N".
       77 WS-FIM-PRM PIC X(01) VALUE "N".
       77 WS-PRM-ERRO PIC X(01) VALUE "N".
       01 WS-MSG-LOTE PIC X(40) VALUE SPACES.
       77 WS-PRM-MES PIC 9(06) VALUE ZEROS.
       77 WS-PRM-TEM-MES PIC X(01) VALUE "N".
      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           PERFORM R-LE-PARAMETROS THRU R-LE-PARAMETROS-FIM.
           IF WS-PRM-ERRO = "S"
               GO TO R-FIM
           END-IF.
           OPEN INPUT CADAGENDA.
           IF ST-ERRO-AGD NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADAGENDA: " ST-ERRO-AGD
               GO TO R-FIM
           END-IF.

           IF WS-PRM-LOTE = "S"
               MOVE WS-PRM-MES TO WS-MES-REF
           ELSE
               DISPLAY "MES DE REFERENCIA (AAAAMM): "
               ACCEPT WS-MES-REF
           END-IF.

           MOVE SPACES TO LC-MES.
           STRING
           CLOSE CADAGENDA.
           CLOSE CADMEDICO.
           CLOSE RELATORIO.
           MOVE ZERO TO RETURN-CODE.
           GO TO R-FIM.

       R-LER-PROXIMA.
           WRITE LINHA-RELATORIO.
           MOVE "N" TO WS-TEM-GRUPO.

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
           IF WS-PRM-LOTE = "S" AND WS-PRM-TEM-MES NOT = "S"
               DISPLAY "PARAMETRO MES NAO INFORMADO NO PARAMLOTE.DAT"
               MOVE "PARAMETRO MES NAO INFORMADO" TO WS-MSG-LOTE
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
           IF PRM-PROGRAMA = "RELFALTA"
               MOVE "S" TO WS-PRM-LOTE
               EVALUATE PRM-NOME
                   WHEN "LOTE"
                       CONTINUE
                   WHEN "MES"
                       IF PRM-VALOR(1:6) NUMERIC
                           AND PRM-VALOR(7:) = SPACES
                           MOVE PRM-VALOR(1:6) TO WS-PRM-MES
                           MOVE "S" TO WS-PRM-TEM-MES
                       ELSE
                           PERFORM R-PARAMETRO-INVALIDO
                       END-IF
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
               MOVE "RELFALTA" TO RES-PROGRAMA
               MOVE RETURN-CODE TO RES-RETORNO
               MOVE ZEROS TO RES-QTD-LIDOS
               MOVE ZEROS TO RES-QTD-GRAVADOS
               MOVE WS-MSG-LOTE TO RES-MENSAGEM
               WRITE REGRESLOTE
               CLOSE RESLOTE
           END-IF.

       R-FIM.
           IF WS-PRM-LOTE = "S"
               PERFORM R-GRAVA-RESULTADO
           END-IF.
           EXIT PROGRAM.
