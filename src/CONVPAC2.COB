       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVPAC2.
       AUTHOR. AUGUSTO ROCHA NASCIMENTO.
      *----------------------------------------------------------------
      * UTILITARIO DE CONVERSAO, EXECUTADO UMA UNICA VEZ, DO LAYOUT
      * ANTERIOR DO CADPACIENTE (COM CONVENIO E CARTEIRA MAS SEM A
      * SITUACAO DO CADASTRO) PARA O LAYOUT ATUAL DE PACREG.CPY. O
      * REGISTRO CRESCEU, ENTAO UM REGPACIENTE.DAT GRAVADO NO LAYOUT
      * ANTERIOR NAO ABRE (STATUS 39) EM NENHUM PROGRAMA ATUAL ATE
      * SER CONVERTIDO POR AQUI. TODOS OS PACIENTES ENTRAM ATIVOS
      * (SITUACAO "A", SEM NUMERO DE UNIFICACAO). PARA O LAYOUT
      * ORIGINAL, SEM CONVENIO E CARTEIRA, USE O CONVPAC.
      *
      * PROCEDIMENTO DE USO (O MESMO DO CONVMED):
      *   1) PARAR TODOS OS PROGRAMAS QUE ACESSAM O CADPACIENTE.
      *   2) RENOMEAR O REGPACIENTE.DAT ATUAL (LAYOUT ANTERIOR) PARA
      *      REGPACIENTE.OLD.
      *   3) EXECUTAR ESTE PROGRAMA. ELE LE O REGPACIENTE.OLD NO
      *      LAYOUT ANTERIOR E GRAVA UM REGPACIENTE.DAT NOVO, JA NO
      *      LAYOUT ATUAL, COM OS INDICES RECONSTRUIDOS.
      *   4) CONFERIR A CONTAGEM EXIBIDA E SO ENTAO VOLTAR A
      *      EXECUTAR OS DEMAIS PROGRAMAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPACIENTE-ANTIGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PAC-CODIGO-ANTIGO
           FILE STATUS IS ST-ERRO-ANTIGO
           ALTERNATE RECORD KEY IS PAC-NOME-ANTIGO WITH DUPLICATES.

       SELECT CADPACIENTE-NOVO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PAC-CODIGO
           FILE STATUS IS ST-ERRO-NOVO
           ALTERNATE RECORD KEY IS PAC-NOME WITH DUPLICATES.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPACIENTE-ANTIGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGPACIENTE.OLD".
       01 REGPACIENTE-ANTIGO.
           02 PAC-CODIGO-ANTIGO PIC 9(06).
           02 PAC-NOME-ANTIGO PIC X(30).
           02 PAC-DATA-NASC-ANTIGA PIC 9(08).
           02 PAC-DDD-ANTIGO PIC 9(02).
           02 PAC-FONE-ANTIGO PIC 9(09).
           02 PAC-DDD-RECADO-ANTIGO PIC 9(02).
           02 PAC-FONE-RECADO-ANTIGO PIC 9(09).
           02 PAC-CONVENIO-ANTIGO PIC 9(03).
           02 PAC-CARTEIRA-ANTIGA PIC X(20).

       FD CADPACIENTE-NOVO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REGPACIENTE.DAT".
           COPY PACREG.

      *----------WORKING-STORAGE SECTION----------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-ANTIGO PIC X(02) VALUE "00".
       77 ST-ERRO-NOVO PIC X(02) VALUE "00".
       77 WS-FIM PIC X(01) VALUE "N".
       77 WS-ERRO-LEITURA PIC X(01) VALUE "N".
       77 WS-QTD-CONVERTIDOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LIDOS PIC 9(05) VALUE ZEROS.
      *--------------------------------------------
       PROCEDURE DIVISION.
       R-INICIO.
           MOVE 8 TO RETURN-CODE.
           OPEN INPUT CADPACIENTE-ANTIGO.
           IF ST-ERRO-ANTIGO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO REGPACIENTE.OLD: "
                   ST-ERRO-ANTIGO
               GO TO R-FIM
           END-IF.

           OPEN OUTPUT CADPACIENTE-NOVO.
           IF ST-ERRO-NOVO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO REGPACIENTE.DAT: "
                   ST-ERRO-NOVO
               CLOSE CADPACIENTE-ANTIGO
               GO TO R-FIM
           END-IF.

           PERFORM R-LER-PROXIMO-ANTIGO.
           PERFORM R-CONVERTE-REGISTRO UNTIL WS-FIM = "S".

           DISPLAY "REGISTROS LIDOS.......: " WS-QTD-LIDOS.
           DISPLAY "REGISTROS CONVERTIDOS.: " WS-QTD-CONVERTIDOS.
           IF WS-ERRO-LEITURA = "S"
               DISPLAY "*** CONVERSAO INCOMPLETA - NAO COLOQUE ESTE REG
      -            "PACIENTE.DAT EM PRODUCAO ***"
           ELSE
               DISPLAY "REGPACIENTE.DAT RECONSTRUIDO NO LAYOUT ATUAL"
               MOVE ZERO TO RETURN-CODE
           END-IF.

           CLOSE CADPACIENTE-ANTIGO.
           CLOSE CADPACIENTE-NOVO.
           GO TO R-FIM.

       R-LER-PROXIMO-ANTIGO.
           READ CADPACIENTE-ANTIGO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM
           END-READ.
           IF WS-FIM NOT = "S" AND ST-ERRO-ANTIGO NOT = "00"
               DISPLAY "ERRO DE LEITURA NO REGPACIENTE.OLD: "
                   ST-ERRO-ANTIGO
               MOVE "S" TO WS-ERRO-LEITURA
               MOVE "S" TO WS-FIM
           END-IF.
           IF WS-FIM NOT = "S"
               ADD 1 TO WS-QTD-LIDOS
           END-IF.

       R-CONVERTE-REGISTRO.
           MOVE PAC-CODIGO-ANTIGO TO PAC-CODIGO.
           MOVE PAC-NOME-ANTIGO TO PAC-NOME.
           MOVE PAC-DATA-NASC-ANTIGA TO PAC-DATA-NASCIMENTO.
           MOVE PAC-DDD-ANTIGO TO PAC-DDD.
           MOVE PAC-FONE-ANTIGO TO PAC-FONE.
           MOVE PAC-DDD-RECADO-ANTIGO TO PAC-DDD-RECADO.
           MOVE PAC-FONE-RECADO-ANTIGO TO PAC-FONE-RECADO.
           MOVE PAC-CONVENIO-ANTIGO TO PAC-CONVENIO.
           MOVE PAC-CARTEIRA-ANTIGA TO PAC-CARTEIRA.
           MOVE "A" TO PAC-SITUACAO.
           MOVE ZEROS TO PAC-CODIGO-UNIFICADO.
           WRITE REGPACIENTE.
           IF ST-ERRO-NOVO = "00" OR ST-ERRO-NOVO = "02"
               ADD 1 TO WS-QTD-CONVERTIDOS
           ELSE
               DISPLAY "ERRO AO GRAVAR O PACIENTE "
                   PAC-CODIGO-ANTIGO ": " ST-ERRO-NOVO
           END-IF.

           PERFORM R-LER-PROXIMO-ANTIGO.

       R-FIM.
           EXIT PROGRAM.
