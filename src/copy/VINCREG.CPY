      *----------------------------------------------------------------
      * LAYOUT DO ARQUIVO DE PROPOSTAS DE VINCULO DAS CONSULTAS
      * ANTIGAS SEM NUMERO DE PACIENTE (VINCPAC.DAT), GRAVADO PELO
      * VINCPAC NA RODADA DE (P)ROPOSTA E LIDO NA RODADA DE
      * (A)PLICACAO. E UM ARQUIVO TEXTO DE COLUNAS FIXAS PARA SER
      * CONFERIDO E EDITADO PELO OPERADOR ENTRE AS DUAS RODADAS:
      * SO A COLUNA VNC-APROVADO (PRIMEIRA DA LINHA) E, NAS
      * CORRESPONDENCIAS PROVAVEIS, O NUMERO VNC-CODIGO DEVEM SER
      * MEXIDOS.
      * VNC-APROVADO:
      * S - VINCULAR A CONSULTA AO PACIENTE VNC-CODIGO
      * I - INCLUIR O PACIENTE NO CADPACIENTE (NUMERACAO DO
      *     PROGPACIENTE) E VINCULAR A CONSULTA A ELE
      * N - NAO MEXER NA CONSULTA (QUALQUER OUTRO VALOR TAMBEM)
      * VNC-TIPO:
      * E - CORRESPONDENCIA EXATA (NOME NORMALIZADO E TELEFONE)
      * P - CORRESPONDENCIA PROVAVEL (VER VNC-OBS)
      * N - SEM CORRESPONDENCIA
      * A RODADA DE PROPOSTA JA GRAVA "S" NAS EXATAS E "N" NAS
      * DEMAIS.
      *----------------------------------------------------------------
       01 REGVINCULO.
           02 VNC-APROVADO PIC X(01).
           02 FILLER PIC X(01).
           02 VNC-TIPO PIC X(01).
           02 FILLER PIC X(01).
           02 VNC-CRM PIC 9(06).
           02 FILLER PIC X(01).
           02 VNC-DATA PIC 9(08).
           02 FILLER PIC X(01).
           02 VNC-HORA PIC 9(04).
           02 FILLER PIC X(01).
           02 VNC-CODIGO PIC 9(06).
           02 FILLER PIC X(01).
           02 VNC-PACIENTE PIC X(30).
           02 FILLER PIC X(01).
           02 VNC-DDD PIC 9(02).
           02 FILLER PIC X(01).
           02 VNC-FONE PIC 9(09).
           02 FILLER PIC X(01).
           02 VNC-NOME-CADASTRO PIC X(30).
           02 FILLER PIC X(01).
           02 VNC-OBS PIC X(20).
