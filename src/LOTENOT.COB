       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTENOT.
       AUTHOR. AUGUSTO ROCHA NASCIMENTO.
      *----------------------------------------------------------------
      * CONTROLADOR DA ROTINA NOTURNA. EXECUTA EM SEQUENCIA OS PASSOS
      * DEFINIDOS EM LOTENOT.DAT (POR EXEMPLO CHKMED, EXPDELTA,
      * EXPAGEND E RELAGENDA DO DIA SEGUINTE) SEM NINGUEM NO CONSOLE:
      * ANTES DE CADA PASSO GRAVA OS PARAMETROS DO PROGRAMA NO
      * PARAMLOTE.DAT (PARMREG.CPY), CHAMA O PROGRAMA E RECOLHE O
      * RETURN-CODE E AS CONTAGENS DEIXADAS NO LOTERES.DAT
      * (RESLOTE.CPY).
      *
      * LOTENOT.DAT (LINE SEQUENTIAL, COLUNAS FIXAS) TEM UMA LINHA
      * POR PARAMETRO, OU SO O PASSO E O PROGRAMA QUANDO O PROGRAMA
      * NAO TEM PARAMETROS; LINHA EM BRANCO OU COM "*" NA COLUNA 1 E
      * COMENTARIO:
      *   01 CHKMED
      *   04 RELAGENDA    DATA       AMANHA
      *   04 RELAGENDA    INATIVOS   N
      * OS PASSOS SAO EXECUTADOS NA ORDEM DO NUMERO (ATE 20 PASSOS,
      * 8 PARAMETROS POR PASSO). NOS VALORES, HOJE E AMANHA VIRAM A
      * DATA AAAAMMDD E MES-ATUAL / MES-ANTERIOR VIRAM O MES AAAAMM,
      * SEMPRE CONTADOS DA DATA DO LOTE. SEM O LOTENOT.DAT O
      * PROGRAMA GRAVA A SEQUENCIA PADRAO E SEGUE COM ELA.
      *
      * O CONTROLE DA EXECUCAO FICA EM LOTECTL.DAT, REGRAVADO A CADA
      * MUDANCA: UMA LINHA POR PASSO COM A DATA DO LOTE, SITUACAO,
      * INICIO E FIM, RETURN-CODE, CONTAGENS E MENSAGEM. SITUACAO:
      *   P - PENDENTE
      *   E - EM EXECUCAO (SE FICAR ASSIM O PROGRAMA ABORTOU)
      *   O - CONCLUIDO
      *   A - CONCLUIDO COM AVISOS (RETURN-CODE 4)
      *   F - FALHOU (RETURN-CODE 8 OU MAIS, PROGRAMA INEXISTENTE)
      * UM PASSO QUE FALHA INTERROMPE O LOTE. A EXECUCAO SEGUINTE DO
      * LOTENOT ENCONTRA O LOTE INCOMPLETO E RECOMECA DO PASSO QUE
      * FALHOU, COM A MESMA DATA DO LOTE, PULANDO OS QUE JA
      * TERMINARAM. PARA ABANDONAR O LOTE INCOMPLETO E COMECAR UM
      * NOVO, GRAVE NO PARAMLOTE.DAT A LINHA
      *   LOTENOT      NOVO       S
      * ANTES DE EXECUTAR (VALE SO PARA ESTA EXECUCAO).
      *
      * NO FIM SAI O RESUMO DE UMA PAGINA EM LOTENOT.LST PARA O
      * TURNO DA MANHA E O PARAMLOTE.DAT FICA VAZIO, PARA QUE OS
      * PROGRAMAS RODADOS DE DIA VOLTEM A PERGUNTAR NO CONSOLE.
      * O RETURN-CODE DO LOTENOT E 0 COM O LOTE COMPLETO E 8 COM O
      * LOTE INTERROMPIDO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DEFLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-DEF.

       SELECT CTLLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-CTL.

       SELECT PARAMLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-PRM.

       SELECT RESLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-RES.

       SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ERRO-REL.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD DEFLOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOTENOT.DAT".
       01 REGDEF.
           02 DEF-PASSO PIC 9(02).
           02 FILLER PIC X(01).
           02 DEF-PROGRAMA PIC X(12).
           02 FILLER PIC X(01).
           02 DEF-NOME PIC X(10).
           02 FILLER PIC X(01).
           02 DEF-VALOR PIC X(20).

       FD CTLLOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOTECTL.DAT".
       01 REGCTL.
           02 CTL-DATA-LOTE PIC 9(08).
           02 CTL-PASSO PIC 9(02).
           02 CTL-PROGRAMA PIC X(12).
           02 CTL-SITUACAO PIC X(01).
           02 CTL-DATA-INICIO PIC 9(08).
           02 CTL-HORA-INICIO PIC 9(06).
           02 CTL-DATA-FIM PIC 9(08).
           02 CTL-HORA-FIM PIC 9(06).
           02 CTL-RETORNO PIC 9(03).
           02 CTL-QTD-LIDOS PIC 9(07).
           02 CTL-QTD-GRAVADOS PIC 9(07).
           02 CTL-MENSAGEM PIC X(40).

       FD PARAMLOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PARAMLOTE.DAT".
           COPY PARMREG.

       FD RESLOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOTERES.DAT".
           COPY RESLOTE.

       FD RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOTENOT.LST".
       01 LINHA-RELATORIO PIC X(132).

      *----------WORKING-STORAGE SECTION----------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-DEF PIC X(02) VALUE "00".
       77 ST-ERRO-CTL PIC X(02) VALUE "00".
       77 ST-ERRO-PRM PIC X(02) VALUE "00".
       77 ST-ERRO-RES PIC X(02) VALUE "00".
       77 ST-ERRO-REL PIC X(02) VALUE "00".
       77 WS-ST-GRAVA-CTL PIC X(02) VALUE "00".
       77 WS-FIM PIC X(01) VALUE "N".
       77 WS-FIM-PRM PIC X(01) VALUE "N".
       77 WS-ERRO-DEF PIC X(01) VALUE "N".
       77 WS-NOVO-LOTE PIC X(01) VALUE "N".
       77 WS-REINICIO PIC X(01) VALUE "N".
       77 WS-CTL-CONFERE PIC X(01) VALUE "N".
       77 WS-CTL-INCOMPLETO PIC X(01) VALUE "N".
       77 WS-QTD-CTL PIC 9(02) VALUE ZEROS.
       77 WS-PAROU PIC X(01) VALUE "N".
       77 WS-NAO-ACHOU PIC X(01) VALUE "N".
       77 WS-QTD-REAPROVEITADOS PIC 9(02) VALUE ZEROS.
       77 WS-QTD-EXECUTADOS PIC 9(02) VALUE ZEROS.
       77 WS-RETORNO PIC 9(03) VALUE ZEROS.
       77 WS-PROGRAMA-CALL PIC X(12) VALUE SPACES.
       77 WS-VALOR PIC X(20) VALUE SPACES.
       77 WS-MSG-DEF PIC X(60) VALUE SPACES.

       77 WS-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INICIO-EXEC PIC 9(08) VALUE ZEROS.
       77 WS-HORA-INICIO-EXEC PIC 9(06) VALUE ZEROS.
       77 WS-DATA-LOTE PIC 9(08) VALUE ZEROS.
       77 WS-DATA-AMANHA PIC 9(08) VALUE ZEROS.
       77 WS-MES-ATUAL PIC 9(06) VALUE ZEROS.
       77 WS-MES-ANTERIOR PIC 9(06) VALUE ZEROS.

       77 WS-IDX PIC 9(02) VALUE ZEROS.
       77 WS-IDX-PRM PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PASSOS PIC 9(02) VALUE ZEROS.

       01 WS-DATA-CALC PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CALC-GRUPO REDEFINES WS-DATA-CALC.
           02 WS-CALC-ANO PIC 9(04).
           02 WS-CALC-MES PIC 9(02).
           02 WS-CALC-DIA PIC 9(02).
       77 WS-DNM-MES PIC 9(02) VALUE ZEROS.
       77 WS-DNM-ANO PIC 9(04) VALUE ZEROS.
       77 WS-DNM-QUOC PIC 9(04) VALUE ZEROS.
       77 WS-DNM-RESTO PIC 9(04) VALUE ZEROS.
       77 WS-ULT-DIA-MES PIC 9(02) VALUE ZEROS.

      * SEQUENCIA PADRAO GRAVADA QUANDO NAO HA LOTENOT.DAT
       01 WS-DEF-NOVA.
           02 WS-DEF-NOVA-PASSO PIC 9(02).
           02 WS-DEF-NOVA-PROGRAMA PIC X(12).
           02 WS-DEF-NOVA-NOME PIC X(10).
           02 WS-DEF-NOVA-VALOR PIC X(20).

      * PASSOS DO LOTE: DEFINICAO (LOTENOT.DAT) E CONTROLE
      * (LOTECTL.DAT) NA MESMA POSICAO
       01 TAB-PASSO.
           02 PASSO-ENT OCCURS 20 TIMES.
               03 TP-PASSO PIC 9(02).
               03 TP-PROGRAMA PIC X(12).
               03 TP-QTD-PRM PIC 9(02).
               03 TP-PRM OCCURS 8 TIMES.
                   04 TP-PRM-NOME PIC X(10).
                   04 TP-PRM-VALOR PIC X(20).
               03 TP-SITUACAO PIC X(01).
               03 TP-DATA-INICIO PIC 9(08).
               03 TP-HORA-INICIO PIC 9(06).
               03 TP-DATA-FIM PIC 9(08).
               03 TP-HORA-FIM PIC 9(06).
               03 TP-RETORNO PIC 9(03).
               03 TP-QTD-LIDOS PIC 9(07).
               03 TP-QTD-GRAVADOS PIC 9(07).
               03 TP-MENSAGEM PIC X(40).

       01 WS-MASC-DATA PIC X(10) VALUE SPACES.
       01 WS-MASC-HORA PIC X(08) VALUE SPACES.
       01 WS-SIT-ROTULO PIC X(14) VALUE SPACES.

       01 LINHA-CABECALHO.
           02 FILLER PIC X(46) VALUE
               "ROTINA NOTURNA - RESUMO DA EXECUCAO - LOTE DE ".
           02 LC-DATA-LOTE PIC X(10).
           02 FILLER PIC X(76) VALUE SPACES.
       01 LINHA-EXECUCAO.
           02 FILLER PIC X(21) VALUE "EXECUCAO INICIADA EM ".
           02 LE-DATA PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LE-HORA PIC X(08).
           02 FILLER PIC X(14) VALUE "   TERMINO EM ".
           02 LE-DATA-FIM PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LE-HORA-FIM PIC X(08).
           02 FILLER PIC X(59) VALUE SPACES.
       01 LINHA-BRANCO PIC X(132) VALUE SPACES.
       01 LINHA-TITULO.
           02 FILLER PIC X(06) VALUE "PASSO".
           02 FILLER PIC X(13) VALUE "PROGRAMA".
           02 FILLER PIC X(15) VALUE "SITUACAO".
           02 FILLER PIC X(20) VALUE "INICIO".
           02 FILLER PIC X(20) VALUE "FIM".
           02 FILLER PIC X(04) VALUE "RET".
           02 FILLER PIC X(09) VALUE "   LIDOS".
           02 FILLER PIC X(09) VALUE " GRAVADOS".
           02 FILLER PIC X(36) VALUE "  MENSAGEM".
       01 LINHA-DETALHE.
           02 LD-PASSO PIC 9(02).
           02 FILLER PIC X(04) VALUE SPACES.
           02 LD-PROGRAMA PIC X(12).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-SITUACAO PIC X(14).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-DATA-INICIO PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-HORA-INICIO PIC X(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-DATA-FIM PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-HORA-FIM PIC X(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-RETORNO PIC ZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 LD-LIDOS PIC ZZZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-GRAVADOS PIC ZZZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 LD-MENSAGEM PIC X(35).
       01 LINHA-TOTAL.
           02 LT-TEXTO PIC X(45).
           02 LT-QTD PIC ZZZZ9.
           02 FILLER PIC X(82) VALUE SPACES.
       01 LINHA-FINAL.
           02 LF-TEXTO PIC X(132).
      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-HOJE TO WS-DATA-INICIO-EXEC.
           MOVE WS-HORA-AGORA(1:6) TO WS-HORA-INICIO-EXEC.

           PERFORM R-LE-PARAMETROS.

           PERFORM R-CARREGA-DEFINICAO THRU R-CARREGA-DEFINICAO-FIM.
           IF WS-ERRO-DEF = "S"
               DISPLAY "ROTINA NOTURNA NAO EXECUTADA: " WS-MSG-DEF
               MOVE 8 TO RETURN-CODE
               GO TO R-FIM
           END-IF.

           PERFORM R-CARREGA-CONTROLE THRU R-CARREGA-CONTROLE-FIM.
           IF WS-REINICIO = "S"
               MOVE WS-DATA-LOTE TO WS-DATA-CALC
               PERFORM R-FORMATA-DATA
               DISPLAY "REINICIO DO LOTE DE " WS-MASC-DATA
                   " - PASSOS JA CONCLUIDOS SERAO PULADOS"
           ELSE
               MOVE WS-DATA-HOJE TO WS-DATA-LOTE
               MOVE ZEROS TO WS-IDX
               PERFORM R-LIMPA-CONTROLE WS-QTD-PASSOS TIMES
           END-IF.
           PERFORM R-CALCULA-DATAS.

           OPEN OUTPUT RELATORIO.
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO LOTENOT.LST: " ST-ERRO-REL
               MOVE 8 TO RETURN-CODE
               GO TO R-FIM
           END-IF.

           PERFORM R-GRAVA-CONTROLE.
           IF ST-ERRO-CTL NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO LOTECTL.DAT: " ST-ERRO-CTL
               CLOSE RELATORIO
               MOVE 8 TO RETURN-CODE
               GO TO R-FIM
           END-IF.

           MOVE "N" TO WS-PAROU.
           MOVE 1 TO WS-IDX.
           PERFORM R-EXECUTA-PASSO
               UNTIL WS-IDX > WS-QTD-PASSOS OR WS-PAROU = "S".

      * PARAMLOTE.DAT VAZIO: OS PROGRAMAS RODADOS DE DIA VOLTAM A
      * PERGUNTAR NO CONSOLE
           OPEN OUTPUT PARAMLOTE.
           IF ST-ERRO-PRM = "00"
               CLOSE PARAMLOTE
           END-IF.

           PERFORM R-IMPRIME-RESUMO.
           CLOSE RELATORIO.

           DISPLAY "PASSOS EXECUTADOS.........: " WS-QTD-EXECUTADOS.
           DISPLAY "PASSOS JA CONCLUIDOS ANTES: " WS-QTD-REAPROVEITADOS.
           IF WS-PAROU = "S"
               DISPLAY "LOTE INTERROMPIDO - VER LOTENOT.LST"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "LOTE CONCLUIDO - RESUMO EM LOTENOT.LST"
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GO TO R-FIM.

      *
      **********************
      * PARAMETROS DO PROPRIO LOTENOT *
      **********************
      *
       R-LE-PARAMETROS.
           MOVE "N" TO WS-NOVO-LOTE.
           OPEN INPUT PARAMLOTE.
           IF ST-ERRO-PRM = "00"
               MOVE "N" TO WS-FIM-PRM
               PERFORM R-LER-PARAMETRO
               PERFORM R-GUARDA-PARAMETRO UNTIL WS-FIM-PRM = "S"
               CLOSE PARAMLOTE
           END-IF.

       R-LER-PARAMETRO.
           READ PARAMLOTE
               AT END
                   MOVE "S" TO WS-FIM-PRM
           END-READ.
           IF WS-FIM-PRM NOT = "S" AND ST-ERRO-PRM NOT = "00"
               MOVE "S" TO WS-FIM-PRM
           END-IF.

       R-GUARDA-PARAMETRO.
           IF PRM-PROGRAMA = "LOTENOT" AND PRM-NOME = "NOVO"
               IF PRM-VALOR(1:1) = "S" OR PRM-VALOR(1:1) = "s"
                   MOVE "S" TO WS-NOVO-LOTE
               END-IF
           END-IF.
           PERFORM R-LER-PARAMETRO.

      *
      **********************
      * DEFINICAO DOS PASSOS (LOTENOT.DAT) *
      **********************
      *
       R-CARREGA-DEFINICAO.
           MOVE "N" TO WS-ERRO-DEF.
           MOVE ZEROS TO WS-QTD-PASSOS.
           MOVE SPACES TO TAB-PASSO.
           OPEN INPUT DEFLOTE.
           IF ST-ERRO-DEF = "35"
               DISPLAY "LOTENOT.DAT INEXISTENTE - GRAVANDO A SEQUENCIA P
      -            "ADRAO"
               PERFORM R-SEMEIA-DEFINICAO
               OPEN INPUT DEFLOTE
           END-IF.
           IF ST-ERRO-DEF NOT = "00"
               MOVE SPACES TO WS-MSG-DEF
               STRING
                   "ERRO NA ABERTURA DO LOTENOT.DAT: " DELIMITED BY SIZE
                   ST-ERRO-DEF                        DELIMITED BY SIZE
                   INTO WS-MSG-DEF
               END-STRING
               MOVE "S" TO WS-ERRO-DEF
               GO TO R-CARREGA-DEFINICAO-FIM
           END-IF.
           MOVE "N" TO WS-FIM.
           PERFORM R-LER-DEFINICAO.
           PERFORM R-GUARDA-DEFINICAO
               UNTIL WS-FIM = "S" OR WS-ERRO-DEF = "S".
           CLOSE DEFLOTE.
           IF WS-ERRO-DEF NOT = "S" AND WS-QTD-PASSOS = ZEROS
               MOVE "LOTENOT.DAT SEM NENHUM PASSO" TO WS-MSG-DEF
               MOVE "S" TO WS-ERRO-DEF
           END-IF.

       R-CARREGA-DEFINICAO-FIM.
           EXIT.

       R-LER-DEFINICAO.
           READ DEFLOTE
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-DEF NOT = "00"
               MOVE SPACES TO WS-MSG-DEF
               STRING
                   "ERRO DE LEITURA NO LOTENOT.DAT: " DELIMITED BY SIZE
                   ST-ERRO-DEF                       DELIMITED BY SIZE
                   INTO WS-MSG-DEF
               END-STRING
               MOVE "S" TO WS-ERRO-DEF
               MOVE "S" TO WS-FIM
           END-IF.

      * UM PASSO NOVO A CADA NUMERO MAIOR QUE O ANTERIOR; O MESMO
      * NUMERO SO PODE REPETIR COM O MESMO PROGRAMA
       R-GUARDA-DEFINICAO.
           EVALUATE TRUE
               WHEN REGDEF = SPACES
               WHEN REGDEF(1:1) = "*"
                   CONTINUE
               WHEN DEF-PASSO NOT NUMERIC
               WHEN DEF-PASSO = ZEROS
               WHEN DEF-PROGRAMA = SPACES
                   MOVE SPACES TO WS-MSG-DEF
                   STRING
                       "LINHA INVALIDA NO LOTENOT.DAT: "
                           DELIMITED BY SIZE
                       REGDEF(1:25) DELIMITED BY SIZE
                       INTO WS-MSG-DEF
                   END-STRING
                   MOVE "S" TO WS-ERRO-DEF
               WHEN WS-QTD-PASSOS = ZEROS
               WHEN DEF-PASSO > TP-PASSO(WS-QTD-PASSOS)
                   IF WS-QTD-PASSOS = 20
                       MOVE "LOTENOT.DAT COM MAIS DE 20 PASSOS"
                           TO WS-MSG-DEF
                       MOVE "S" TO WS-ERRO-DEF
                   ELSE
                       ADD 1 TO WS-QTD-PASSOS
                       MOVE DEF-PASSO TO TP-PASSO(WS-QTD-PASSOS)
                       MOVE DEF-PROGRAMA TO TP-PROGRAMA(WS-QTD-PASSOS)
                       MOVE ZEROS TO TP-QTD-PRM(WS-QTD-PASSOS)
                       PERFORM R-GUARDA-PARAMETRO-DEF
                   END-IF
               WHEN DEF-PASSO = TP-PASSO(WS-QTD-PASSOS)
                   AND DEF-PROGRAMA = TP-PROGRAMA(WS-QTD-PASSOS)
                   PERFORM R-GUARDA-PARAMETRO-DEF
               WHEN OTHER
                   MOVE SPACES TO WS-MSG-DEF
                   STRING
                       "PASSO FORA DE ORDEM NO LOTENOT.DAT: "
                           DELIMITED BY SIZE
                       DEF-PASSO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DEF-PROGRAMA DELIMITED BY SIZE
                       INTO WS-MSG-DEF
                   END-STRING
                   MOVE "S" TO WS-ERRO-DEF
           END-EVALUATE.
           IF WS-ERRO-DEF NOT = "S"
               PERFORM R-LER-DEFINICAO
           END-IF.

       R-GUARDA-PARAMETRO-DEF.
           IF DEF-NOME NOT = SPACES
               IF TP-QTD-PRM(WS-QTD-PASSOS) = 8
                   MOVE SPACES TO WS-MSG-DEF
                   STRING
                       "MAIS DE 8 PARAMETROS NO PASSO "
                           DELIMITED BY SIZE
                       DEF-PASSO DELIMITED BY SIZE
                       INTO WS-MSG-DEF
                   END-STRING
                   MOVE "S" TO WS-ERRO-DEF
               ELSE
                   ADD 1 TO TP-QTD-PRM(WS-QTD-PASSOS)
                   MOVE TP-QTD-PRM(WS-QTD-PASSOS) TO WS-IDX-PRM
                   MOVE DEF-NOME
                       TO TP-PRM-NOME(WS-QTD-PASSOS, WS-IDX-PRM)
                   MOVE DEF-VALOR
                       TO TP-PRM-VALOR(WS-QTD-PASSOS, WS-IDX-PRM)
               END-IF
           END-IF.

      * INTEGRIDADE DO CADMEDICO, DELTA PARA O FATURAMENTO, LEMBRETES
      * E ESPELHO DA AGENDA, OS DOIS DO PROXIMO DIA UTIL
       R-SEMEIA-DEFINICAO.
           OPEN OUTPUT DEFLOTE.
           IF ST-ERRO-DEF = "00"
               MOVE SPACES TO REGDEF
               MOVE "* ROTINA NOTURNA - PASSO PROGRAMA NOME VALOR"
                   TO REGDEF
               WRITE REGDEF
               MOVE 01 TO WS-DEF-NOVA-PASSO
               MOVE "CHKMED" TO WS-DEF-NOVA-PROGRAMA
               MOVE SPACES TO WS-DEF-NOVA-NOME WS-DEF-NOVA-VALOR
               PERFORM R-GRAVA-DEFINICAO
               MOVE 02 TO WS-DEF-NOVA-PASSO
               MOVE "EXPDELTA" TO WS-DEF-NOVA-PROGRAMA
               PERFORM R-GRAVA-DEFINICAO
               MOVE 03 TO WS-DEF-NOVA-PASSO
               MOVE "EXPAGEND" TO WS-DEF-NOVA-PROGRAMA
               MOVE "DATA" TO WS-DEF-NOVA-NOME
               MOVE "AMANHA" TO WS-DEF-NOVA-VALOR
               PERFORM R-GRAVA-DEFINICAO
               MOVE 04 TO WS-DEF-NOVA-PASSO
               MOVE "RELAGENDA" TO WS-DEF-NOVA-PROGRAMA
               MOVE "DATA" TO WS-DEF-NOVA-NOME
               MOVE "AMANHA" TO WS-DEF-NOVA-VALOR
               PERFORM R-GRAVA-DEFINICAO
               MOVE "INATIVOS" TO WS-DEF-NOVA-NOME
               MOVE "N" TO WS-DEF-NOVA-VALOR
               PERFORM R-GRAVA-DEFINICAO
               CLOSE DEFLOTE
           END-IF.

       R-GRAVA-DEFINICAO.
           MOVE SPACES TO REGDEF.
           MOVE WS-DEF-NOVA-PASSO TO DEF-PASSO.
           MOVE WS-DEF-NOVA-PROGRAMA TO DEF-PROGRAMA.
           MOVE WS-DEF-NOVA-NOME TO DEF-NOME.
           MOVE WS-DEF-NOVA-VALOR TO DEF-VALOR.
           WRITE REGDEF.

      *
      **********************
      * CONTROLE DA EXECUCAO (LOTECTL.DAT) *
      **********************
      *
      * O LOTE ANTERIOR SO E RETOMADO QUANDO FICOU INCOMPLETO E TEM
      * OS MESMOS PASSOS DA DEFINICAO ATUAL
       R-CARREGA-CONTROLE.
           MOVE "N" TO WS-REINICIO.
           MOVE "S" TO WS-CTL-CONFERE.
           MOVE "N" TO WS-CTL-INCOMPLETO.
           MOVE ZEROS TO WS-QTD-CTL.
           OPEN INPUT CTLLOTE.
           IF ST-ERRO-CTL NOT = "00"
               GO TO R-CARREGA-CONTROLE-FIM
           END-IF.
           MOVE "N" TO WS-FIM.
           PERFORM R-LER-CONTROLE.
           PERFORM R-GUARDA-CONTROLE UNTIL WS-FIM = "S".
           CLOSE CTLLOTE.
           IF WS-QTD-CTL NOT = WS-QTD-PASSOS
               MOVE "N" TO WS-CTL-CONFERE
           END-IF.
           IF WS-CTL-INCOMPLETO NOT = "S"
               GO TO R-CARREGA-CONTROLE-FIM
           END-IF.
           MOVE WS-DATA-LOTE TO WS-DATA-CALC.
           PERFORM R-FORMATA-DATA.
           IF WS-NOVO-LOTE = "S"
               DISPLAY "LOTE INCOMPLETO DE " WS-MASC-DATA
                   " ABANDONADO (NOVO = S NO PARAMLOTE.DAT)"
               GO TO R-CARREGA-CONTROLE-FIM
           END-IF.
           IF WS-CTL-CONFERE NOT = "S"
               DISPLAY "LOTE INCOMPLETO DE " WS-MASC-DATA
                   " TEM OUTROS PASSOS - LOTENOT.DAT MUDOU, NOVO LOTE"
               GO TO R-CARREGA-CONTROLE-FIM
           END-IF.
           MOVE "S" TO WS-REINICIO.

       R-CARREGA-CONTROLE-FIM.
           EXIT.

       R-LER-CONTROLE.
           READ CTLLOTE
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-CTL NOT = "00"
               MOVE "N" TO WS-CTL-CONFERE
               MOVE "S" TO WS-FIM
           END-IF.

       R-GUARDA-CONTROLE.
           ADD 1 TO WS-QTD-CTL.
           MOVE CTL-DATA-LOTE TO WS-DATA-LOTE.
           IF WS-QTD-CTL > WS-QTD-PASSOS
               MOVE "N" TO WS-CTL-CONFERE
           ELSE
               IF CTL-PASSO NOT = TP-PASSO(WS-QTD-CTL)
                   OR CTL-PROGRAMA NOT = TP-PROGRAMA(WS-QTD-CTL)
                   MOVE "N" TO WS-CTL-CONFERE
               ELSE
                   MOVE CTL-SITUACAO TO TP-SITUACAO(WS-QTD-CTL)
                   MOVE CTL-DATA-INICIO TO TP-DATA-INICIO(WS-QTD-CTL)
                   MOVE CTL-HORA-INICIO TO TP-HORA-INICIO(WS-QTD-CTL)
                   MOVE CTL-DATA-FIM TO TP-DATA-FIM(WS-QTD-CTL)
                   MOVE CTL-HORA-FIM TO TP-HORA-FIM(WS-QTD-CTL)
                   MOVE CTL-RETORNO TO TP-RETORNO(WS-QTD-CTL)
                   MOVE CTL-QTD-LIDOS TO TP-QTD-LIDOS(WS-QTD-CTL)
                   MOVE CTL-QTD-GRAVADOS
                       TO TP-QTD-GRAVADOS(WS-QTD-CTL)
                   MOVE CTL-MENSAGEM TO TP-MENSAGEM(WS-QTD-CTL)
               END-IF
           END-IF.
           IF CTL-SITUACAO NOT = "O" AND CTL-SITUACAO NOT = "A"
               MOVE "S" TO WS-CTL-INCOMPLETO
           END-IF.
           PERFORM R-LER-CONTROLE.

       R-LIMPA-CONTROLE.
           ADD 1 TO WS-IDX.
           MOVE "P" TO TP-SITUACAO(WS-IDX).
           MOVE ZEROS TO TP-DATA-INICIO(WS-IDX) TP-HORA-INICIO(WS-IDX)
               TP-DATA-FIM(WS-IDX) TP-HORA-FIM(WS-IDX)
               TP-RETORNO(WS-IDX) TP-QTD-LIDOS(WS-IDX)
               TP-QTD-GRAVADOS(WS-IDX).
           MOVE SPACES TO TP-MENSAGEM(WS-IDX).

      * O ARQUIVO INTEIRO E REGRAVADO A CADA MUDANCA, PARA QUE UMA
      * QUEDA NO MEIO DE UM PASSO DEIXE O PASSO COMO "E".
      * ST-ERRO-CTL SAI COM O PRIMEIRO ERRO DA OPEN, DAS WRITE OU
      * DA CLOSE; O CLOSE NAO PODE ESCONDER UMA WRITE QUE FALHOU
       R-GRAVA-CONTROLE.
           MOVE "00" TO WS-ST-GRAVA-CTL.
           OPEN OUTPUT CTLLOTE.
           IF ST-ERRO-CTL = "00"
               MOVE ZEROS TO WS-IDX-PRM
               PERFORM R-GRAVA-LINHA-CONTROLE WS-QTD-PASSOS TIMES
               CLOSE CTLLOTE
               IF WS-ST-GRAVA-CTL NOT = "00"
                   MOVE WS-ST-GRAVA-CTL TO ST-ERRO-CTL
               END-IF
           END-IF.

       R-GRAVA-LINHA-CONTROLE.
           ADD 1 TO WS-IDX-PRM.
           MOVE SPACES TO REGCTL.
           MOVE WS-DATA-LOTE TO CTL-DATA-LOTE.
           MOVE TP-PASSO(WS-IDX-PRM) TO CTL-PASSO.
           MOVE TP-PROGRAMA(WS-IDX-PRM) TO CTL-PROGRAMA.
           MOVE TP-SITUACAO(WS-IDX-PRM) TO CTL-SITUACAO.
           MOVE TP-DATA-INICIO(WS-IDX-PRM) TO CTL-DATA-INICIO.
           MOVE TP-HORA-INICIO(WS-IDX-PRM) TO CTL-HORA-INICIO.
           MOVE TP-DATA-FIM(WS-IDX-PRM) TO CTL-DATA-FIM.
           MOVE TP-HORA-FIM(WS-IDX-PRM) TO CTL-HORA-FIM.
           MOVE TP-RETORNO(WS-IDX-PRM) TO CTL-RETORNO.
           MOVE TP-QTD-LIDOS(WS-IDX-PRM) TO CTL-QTD-LIDOS.
           MOVE TP-QTD-GRAVADOS(WS-IDX-PRM) TO CTL-QTD-GRAVADOS.
           MOVE TP-MENSAGEM(WS-IDX-PRM) TO CTL-MENSAGEM.
           WRITE REGCTL.
           IF ST-ERRO-CTL NOT = "00" AND WS-ST-GRAVA-CTL = "00"
               MOVE ST-ERRO-CTL TO WS-ST-GRAVA-CTL
           END-IF.

      *
      **********************
      * EXECUCAO DOS PASSOS *
      **********************
      *
       R-EXECUTA-PASSO.
           IF TP-SITUACAO(WS-IDX) = "O" OR TP-SITUACAO(WS-IDX) = "A"
               DISPLAY "PASSO " TP-PASSO(WS-IDX) " "
                   TP-PROGRAMA(WS-IDX) " JA CONCLUIDO - PULADO"
               ADD 1 TO WS-QTD-REAPROVEITADOS
           ELSE
               PERFORM R-RODA-PASSO THRU R-RODA-PASSO-FIM
               ADD 1 TO WS-QTD-EXECUTADOS
           END-IF.
           ADD 1 TO WS-IDX.

       R-RODA-PASSO.
           MOVE "E" TO TP-SITUACAO(WS-IDX).
           ACCEPT TP-DATA-INICIO(WS-IDX) FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-HORA-AGORA(1:6) TO TP-HORA-INICIO(WS-IDX).
           MOVE ZEROS TO TP-DATA-FIM(WS-IDX) TP-HORA-FIM(WS-IDX)
               TP-RETORNO(WS-IDX) TP-QTD-LIDOS(WS-IDX)
               TP-QTD-GRAVADOS(WS-IDX).
           MOVE SPACES TO TP-MENSAGEM(WS-IDX).
           PERFORM R-GRAVA-CONTROLE.
      * SEM O "E" GRAVADO NO LOTECTL.DAT O REINICIO NAO SABERIA QUE O
      * PASSO COMECOU: O PASSO NAO E CHAMADO E O LOTE PARA AQUI
           IF ST-ERRO-CTL NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO LOTECTL.DAT: " ST-ERRO-CTL
               MOVE "F" TO TP-SITUACAO(WS-IDX)
               MOVE 8 TO TP-RETORNO(WS-IDX)
               MOVE "LOTECTL.DAT NAO GRAVADO - NAO EXECUTADO"
                   TO TP-MENSAGEM(WS-IDX)
               MOVE "S" TO WS-PAROU
               MOVE 8 TO RETURN-CODE
               GO TO R-RODA-PASSO-FIM
           END-IF.

           PERFORM R-GRAVA-PARAMLOTE.
           IF ST-ERRO-PRM NOT = "00"
               MOVE "ERRO NA GRAVACAO DO PARAMLOTE.DAT"
                   TO TP-MENSAGEM(WS-IDX)
               MOVE 8 TO TP-RETORNO(WS-IDX)
               GO TO R-RODA-PASSO-TERMINA
           END-IF.

      * RESULTADO DA EXECUCAO ANTERIOR NAO PODE PASSAR POR ESTA
           OPEN OUTPUT RESLOTE.
           IF ST-ERRO-RES = "00"
               CLOSE RESLOTE
           END-IF.

           DISPLAY "PASSO " TP-PASSO(WS-IDX) " "
               TP-PROGRAMA(WS-IDX) " - INICIO".
           MOVE TP-PROGRAMA(WS-IDX) TO WS-PROGRAMA-CALL.
           MOVE "N" TO WS-NAO-ACHOU.
           MOVE ZERO TO RETURN-CODE.
           CALL WS-PROGRAMA-CALL
               ON EXCEPTION
                   MOVE "S" TO WS-NAO-ACHOU
           END-CALL.
           MOVE RETURN-CODE TO WS-RETORNO.
           IF WS-NAO-ACHOU = "S"
               MOVE "PROGRAMA NAO ENCONTRADO" TO TP-MENSAGEM(WS-IDX)
               MOVE 8 TO TP-RETORNO(WS-IDX)
               GO TO R-RODA-PASSO-TERMINA
           END-IF.
           CANCEL WS-PROGRAMA-CALL.
           MOVE WS-RETORNO TO TP-RETORNO(WS-IDX).
           PERFORM R-LE-RESULTADO.

       R-RODA-PASSO-TERMINA.
           ACCEPT TP-DATA-FIM(WS-IDX) FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-HORA-AGORA(1:6) TO TP-HORA-FIM(WS-IDX).
           EVALUATE TRUE
               WHEN TP-RETORNO(WS-IDX) = ZEROS
                   MOVE "O" TO TP-SITUACAO(WS-IDX)
               WHEN TP-RETORNO(WS-IDX) < 8
                   MOVE "A" TO TP-SITUACAO(WS-IDX)
                   IF TP-MENSAGEM(WS-IDX) = SPACES
                       MOVE "TERMINOU COM AVISOS - VER A LISTAGEM"
                           TO TP-MENSAGEM(WS-IDX)
                   END-IF
               WHEN OTHER
                   MOVE "F" TO TP-SITUACAO(WS-IDX)
                   MOVE "S" TO WS-PAROU
                   IF TP-MENSAGEM(WS-IDX) = SPACES
                       MOVE "NAO TERMINOU - VER O LOG DO CONSOLE"
                           TO TP-MENSAGEM(WS-IDX)
                   END-IF
           END-EVALUATE.
           PERFORM R-GRAVA-CONTROLE.
           DISPLAY "PASSO " TP-PASSO(WS-IDX) " "
               TP-PROGRAMA(WS-IDX) " - FIM, RETORNO "
               TP-RETORNO(WS-IDX).
      * O LOTECTL.DAT FICOU SEM O FIM DO PASSO: O LOTE PARA, E O
      * RESUMO APONTA ESTE PASSO, QUE O REINICIO VAI RODAR DE NOVO
           IF ST-ERRO-CTL NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO LOTECTL.DAT: " ST-ERRO-CTL
               MOVE "F" TO TP-SITUACAO(WS-IDX)
               MOVE "LOTECTL.DAT NAO GRAVADO NO FIM DO PASSO"
                   TO TP-MENSAGEM(WS-IDX)
               MOVE "S" TO WS-PAROU
               MOVE 8 TO RETURN-CODE
           END-IF.

       R-RODA-PASSO-FIM.
           EXIT.

      * A LINHA "LOTE" MARCA A EXECUCAO SEM CONSOLE MESMO PARA O
      * PROGRAMA QUE NAO TEM PARAMETROS
       R-GRAVA-PARAMLOTE.
           OPEN OUTPUT PARAMLOTE.
           IF ST-ERRO-PRM = "00"
               MOVE SPACES TO REGPARM
               MOVE TP-PROGRAMA(WS-IDX) TO PRM-PROGRAMA
               MOVE "LOTE" TO PRM-NOME
               MOVE WS-DATA-LOTE TO PRM-VALOR
               WRITE REGPARM
               MOVE ZEROS TO WS-IDX-PRM
               PERFORM R-GRAVA-PARAMETRO TP-QTD-PRM(WS-IDX) TIMES
               CLOSE PARAMLOTE
           END-IF.

       R-GRAVA-PARAMETRO.
           ADD 1 TO WS-IDX-PRM.
           MOVE TP-PRM-VALOR(WS-IDX, WS-IDX-PRM) TO WS-VALOR.
           EVALUATE WS-VALOR
               WHEN "HOJE"
                   MOVE WS-DATA-LOTE TO WS-VALOR
               WHEN "AMANHA"
                   MOVE WS-DATA-AMANHA TO WS-VALOR
               WHEN "MES-ATUAL"
                   MOVE WS-MES-ATUAL TO WS-VALOR
               WHEN "MES-ANTERIOR"
                   MOVE WS-MES-ANTERIOR TO WS-VALOR
           END-EVALUATE.
           MOVE SPACES TO REGPARM.
           MOVE TP-PROGRAMA(WS-IDX) TO PRM-PROGRAMA.
           MOVE TP-PRM-NOME(WS-IDX, WS-IDX-PRM) TO PRM-NOME.
           MOVE WS-VALOR TO PRM-VALOR.
           WRITE REGPARM.

      * O RESULTADO SO VALE SE FOR DO PROGRAMA QUE ACABOU DE RODAR
       R-LE-RESULTADO.
           OPEN INPUT RESLOTE.
           IF ST-ERRO-RES = "00"
               READ RESLOTE
               IF ST-ERRO-RES = "00"
                   AND RES-PROGRAMA = TP-PROGRAMA(WS-IDX)
                   MOVE RES-QTD-LIDOS TO TP-QTD-LIDOS(WS-IDX)
                   MOVE RES-QTD-GRAVADOS TO TP-QTD-GRAVADOS(WS-IDX)
                   MOVE RES-MENSAGEM TO TP-MENSAGEM(WS-IDX)
               END-IF
               CLOSE RESLOTE
           END-IF.

      *
      **********************
      * DATAS DO LOTE *
      **********************
      *
       R-CALCULA-DATAS.
           MOVE WS-DATA-LOTE TO WS-DATA-CALC.
           MOVE WS-DATA-LOTE(1:6) TO WS-MES-ATUAL.
           ADD 1 TO WS-CALC-DIA.
           MOVE WS-CALC-MES TO WS-DNM-MES.
           MOVE WS-CALC-ANO TO WS-DNM-ANO.
           PERFORM R-DIAS-NO-MES.
           IF WS-CALC-DIA > WS-ULT-DIA-MES
               MOVE 01 TO WS-CALC-DIA
               ADD 1 TO WS-CALC-MES
           END-IF.
           IF WS-CALC-MES > 12
               MOVE 01 TO WS-CALC-MES
               ADD 1 TO WS-CALC-ANO
           END-IF.
           MOVE WS-DATA-CALC TO WS-DATA-AMANHA.

           MOVE WS-DATA-LOTE TO WS-DATA-CALC.
           IF WS-CALC-MES = 01
               MOVE 12 TO WS-CALC-MES
               SUBTRACT 1 FROM WS-CALC-ANO
           ELSE
               SUBTRACT 1 FROM WS-CALC-MES
           END-IF.
           MOVE WS-DATA-CALC(1:6) TO WS-MES-ANTERIOR.

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
                   MOVE 31 TO WS-ULT-DIA-MES
           END-EVALUATE.

       R-FORMATA-DATA.
           MOVE SPACES TO WS-MASC-DATA.
           IF WS-DATA-CALC NOT = ZEROS
               STRING
                   WS-DATA-CALC(7:2) DELIMITED BY SIZE
                   "/"               DELIMITED BY SIZE
                   WS-DATA-CALC(5:2) DELIMITED BY SIZE
                   "/"               DELIMITED BY SIZE
                   WS-DATA-CALC(1:4) DELIMITED BY SIZE
                   INTO WS-MASC-DATA
               END-STRING
           END-IF.

      * HORA EM BRANCO QUANDO A DATA CORRESPONDENTE (WS-DATA-CALC)
      * ESTA ZERADA, COMO NO PASSO QUE AINDA NAO RODOU
       R-FORMATA-HORA.
           MOVE SPACES TO WS-MASC-HORA.
           IF WS-DATA-CALC NOT = ZEROS
               STRING
                   WS-HORA-AGORA(1:2) DELIMITED BY SIZE
                   ":"                DELIMITED BY SIZE
                   WS-HORA-AGORA(3:2) DELIMITED BY SIZE
                   ":"                DELIMITED BY SIZE
                   WS-HORA-AGORA(5:2) DELIMITED BY SIZE
                   INTO WS-MASC-HORA
               END-STRING
           END-IF.

      *
      **********************
      * RESUMO PARA O TURNO DA MANHA (LOTENOT.LST) *
      **********************
      *
       R-IMPRIME-RESUMO.
           MOVE WS-DATA-LOTE TO WS-DATA-CALC.
           PERFORM R-FORMATA-DATA.
           MOVE WS-MASC-DATA TO LC-DATA-LOTE.
           MOVE LINHA-CABECALHO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WS-DATA-INICIO-EXEC TO WS-DATA-CALC.
           PERFORM R-FORMATA-DATA.
           MOVE WS-MASC-DATA TO LE-DATA.
           MOVE ZEROS TO WS-HORA-AGORA.
           MOVE WS-HORA-INICIO-EXEC TO WS-HORA-AGORA(1:6).
           PERFORM R-FORMATA-HORA.
           MOVE WS-MASC-HORA TO LE-HORA.
           ACCEPT WS-DATA-CALC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM R-FORMATA-DATA.
           PERFORM R-FORMATA-HORA.
           MOVE WS-MASC-DATA TO LE-DATA-FIM.
           MOVE WS-MASC-HORA TO LE-HORA-FIM.
           MOVE LINHA-EXECUCAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE ZEROS TO WS-IDX WS-IDX-PRM.
           PERFORM R-IMPRIME-PASSO WS-QTD-PASSOS TIMES.

           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "PASSOS EXECUTADOS NESTA EXECUCAO" TO LT-TEXTO.
           MOVE WS-QTD-EXECUTADOS TO LT-QTD.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-TOTAL.
           MOVE "PASSOS JA CONCLUIDOS NA EXECUCAO ANTERIOR" TO LT-TEXTO.
           MOVE WS-QTD-REAPROVEITADOS TO LT-QTD.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE LINHA-BRANCO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-FINAL.
           IF WS-PAROU = "S"
               STRING
                   "*** LOTE INTERROMPIDO NO PASSO " DELIMITED BY SIZE
                   TP-PASSO(WS-IDX-PRM)              DELIMITED BY SIZE
                   " - CORRIJA A CAUSA E EXECUTE O LOTENOT DE NOVO: ELE
      -            "RECOMECA DESTE PASSO ***"       DELIMITED BY SIZE
                   INTO LF-TEXTO
               END-STRING
           ELSE
               MOVE "*** LOTE CONCLUIDO ***" TO LF-TEXTO
           END-IF.
           MOVE LINHA-FINAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      * WS-IDX-PRM GUARDA O ULTIMO PASSO QUE FALHOU, PARA A LINHA
      * FINAL DO RESUMO
       R-IMPRIME-PASSO.
           ADD 1 TO WS-IDX.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE TP-PASSO(WS-IDX) TO LD-PASSO.
           MOVE TP-PROGRAMA(WS-IDX) TO LD-PROGRAMA.
           EVALUATE TP-SITUACAO(WS-IDX)
               WHEN "P"
                   MOVE "PENDENTE" TO LD-SITUACAO
               WHEN "E"
                   MOVE "INTERROMPIDO" TO LD-SITUACAO
               WHEN "O"
                   MOVE "CONCLUIDO" TO LD-SITUACAO
               WHEN "A"
                   MOVE "COM AVISOS" TO LD-SITUACAO
               WHEN "F"
                   MOVE "FALHOU" TO LD-SITUACAO
                   MOVE WS-IDX TO WS-IDX-PRM
               WHEN OTHER
                   MOVE TP-SITUACAO(WS-IDX) TO LD-SITUACAO
           END-EVALUATE.
           MOVE TP-DATA-INICIO(WS-IDX) TO WS-DATA-CALC.
           PERFORM R-FORMATA-DATA.
           MOVE WS-MASC-DATA TO LD-DATA-INICIO.
           MOVE ZEROS TO WS-HORA-AGORA.
           MOVE TP-HORA-INICIO(WS-IDX) TO WS-HORA-AGORA(1:6).
           PERFORM R-FORMATA-HORA.
           MOVE WS-MASC-HORA TO LD-HORA-INICIO.
           MOVE TP-DATA-FIM(WS-IDX) TO WS-DATA-CALC.
           PERFORM R-FORMATA-DATA.
           MOVE WS-MASC-DATA TO LD-DATA-FIM.
           MOVE ZEROS TO WS-HORA-AGORA.
           MOVE TP-HORA-FIM(WS-IDX) TO WS-HORA-AGORA(1:6).
           PERFORM R-FORMATA-HORA.
           MOVE WS-MASC-HORA TO LD-HORA-FIM.
           MOVE TP-RETORNO(WS-IDX) TO LD-RETORNO.
           MOVE TP-QTD-LIDOS(WS-IDX) TO LD-LIDOS.
           MOVE TP-QTD-GRAVADOS(WS-IDX) TO LD-GRAVADOS.
           MOVE TP-MENSAGEM(WS-IDX) TO LD-MENSAGEM.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       R-FIM.
           EXIT PROGRAM.
