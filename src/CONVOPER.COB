       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVOPER.
       AUTHOR. AUGUSTO ROCHA NASCIMENTO.
      *----------------------------------------------------------------
      * UTILITARIO DE CONVERSAO, EXECUTADO UMA UNICA VEZ, DO LAYOUT
      * ANTERIOR DO CADOPER (SENHA GRAVADA LEGIVEL, SEM BLOQUEIO NEM
      * VALIDADE) PARA O LAYOUT ATUAL DE OPERREG.CPY. A SENHA DE CADA
      * OPERADOR E CIFRADA PELO SENHAOPE E, COMO ESTEVE LEGIVEL NO
      * ARQUIVO, FICA MARCADA PARA TROCA OBRIGATORIA NA PROXIMA
      * ENTRADA. TODOS OS OPERADORES ENTRAM DESBLOQUEADOS, SEM
      * FALHAS, COM A DATA DA SENHA IGUAL A DATA DA CONVERSAO.
      *
      * PROCEDIMENTO DE USO (O MESMO DO CONVMED):
      *   1) PARAR TODOS OS PROGRAMAS QUE ACESSAM O CADOPER.
      *   2) RENOMEAR O REGOPER.DAT ATUAL (LAYOUT ANTERIOR) PARA
      *      REGOPER.OLD.
      *   3) EXECUTAR ESTE PROGRAMA. ELE LE O REGOPER.OLD NO LAYOUT
      *      ANTERIOR E GRAVA UM REGOPER.DAT NOVO, JA NO LAYOUT ATUAL.
      *   4) CONFERIR A CONTAGEM EXIBIDA, APAGAR O REGOPER.OLD (QUE
      *      TEM AS SENHAS LEGIVEIS) E SO ENTAO VOLTAR A EXECUTAR OS
      *      DEMAIS PROGRAMAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADOPER-ANTIGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPE-CODIGO-ANTIGO
           FILE STATUS IS ST-ERRO-ANTIGO.

       SELECT CADOPER-NOVO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPE-CODIGO
           FILE STATUS IS ST-ERRO-NOVO.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADOPER-ANTIGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGOPER.OLD".
       01 REGOPERADOR-ANTIGO.
           02 OPE-CODIGO-ANTIGO PIC 9(04).
           02 OPE-NOME-ANTIGO PIC X(30).
           02 OPE-SENHA-ANTIGA PIC X(08).
           02 OPE-PERFIL-ANTIGO PIC X(01).
           02 OPE-SITUACAO-ANTIGA PIC X(01).

       FD CADOPER-NOVO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGOPER.DAT".
           COPY OPERREG.

      *----------WORKING-STORAGE SECTION----------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-ANTIGO PIC X(02) VALUE "00".
       77 ST-ERRO-NOVO PIC X(02) VALUE "00".
       77 WS-FIM PIC X(01) VALUE "N".
       77 WS-ERRO-LEITURA PIC X(01) VALUE "N".
       77 WS-QTD-CONVERTIDOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77 WS-DATA-HOJE PIC 9(08) VALUE ZEROS.
           COPY SENHAPAR.
      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           OPEN INPUT CADOPER-ANTIGO.
           IF ST-ERRO-ANTIGO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO REGOPER.OLD: "
                   ST-ERRO-ANTIGO
               GO TO R-FIM
           END-IF.

           OPEN OUTPUT CADOPER-NOVO.
           IF ST-ERRO-NOVO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO REGOPER.DAT: "
                   ST-ERRO-NOVO
               CLOSE CADOPER-ANTIGO
               GO TO R-FIM
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM R-LER-PROXIMO-ANTIGO.
           PERFORM R-CONVERTE-REGISTRO UNTIL WS-FIM = "S".

           DISPLAY "REGISTROS LIDOS.......: " WS-QTD-LIDOS.
           DISPLAY "REGISTROS CONVERTIDOS.: " WS-QTD-CONVERTIDOS.
           IF WS-ERRO-LEITURA = "S"
               DISPLAY "*** CONVERSAO INCOMPLETA - NAO COLOQUE ESTE REG
      -            "OPER.DAT EM PRODUCAO ***"
           ELSE
               DISPLAY "REGOPER.DAT RECONSTRUIDO NO LAYOUT ATUAL - APAG
      -            "UE O REGOPER.OLD"
               MOVE ZERO TO RETURN-CODE
           END-IF.

           CLOSE CADOPER-ANTIGO.
           CLOSE CADOPER-NOVO.
           GO TO R-FIM.

       R-LER-PROXIMO-ANTIGO.
           READ CADOPER-ANTIGO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-ANTIGO NOT = "00"
               DISPLAY "ERRO DE LEITURA NO REGOPER.OLD: "
                   ST-ERRO-ANTIGO
               MOVE "S" TO WS-ERRO-LEITURA
               MOVE "S" TO WS-FIM
           END-IF.
           IF WS-FIM NOT = "S"
               ADD 1 TO WS-QTD-LIDOS
           END-IF.

       R-CONVERTE-REGISTRO.
           MOVE "C" TO SNH-FUNCAO.
           MOVE OPE-CODIGO-ANTIGO TO SNH-OPERADOR.
           MOVE OPE-SENHA-ANTIGA TO SNH-SENHA.
           MOVE "CONVOPER" TO SNH-PROGRAMA.
           CALL "SENHAOPE" USING PARMSENHA.
           MOVE SPACES TO SNH-SENHA.

           MOVE OPE-CODIGO-ANTIGO TO OPE-CODIGO.
           MOVE OPE-NOME-ANTIGO TO OPE-NOME.
           MOVE SNH-CIFRA TO OPE-SENHA-CIFRA.
           MOVE OPE-PERFIL-ANTIGO TO OPE-PERFIL.
           MOVE OPE-SITUACAO-ANTIGA TO OPE-SITUACAO.
           MOVE "N" TO OPE-BLOQUEIO.
           MOVE ZEROS TO OPE-FALHAS.
           MOVE WS-DATA-HOJE TO OPE-DATA-SENHA.
           MOVE "S" TO OPE-TROCA-SENHA.
           WRITE REGOPERADOR.
           IF ST-ERRO-NOVO = "00"
               ADD 1 TO WS-QTD-CONVERTIDOS
           ELSE
               DISPLAY "ERRO AO GRAVAR O OPERADOR "
                   OPE-CODIGO-ANTIGO ": " ST-ERRO-NOVO
           END-IF.

           PERFORM R-LER-PROXIMO-ANTIGO.

       R-FIM.
           EXIT PROGRAM.
