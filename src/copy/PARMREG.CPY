      *----------------------------------------------------------------
      * LAYOUT DO ARQUIVO DE PARAMETROS DOS PROGRAMAS BATCH
      * (PARAMLOTE.DAT, LINE SEQUENTIAL). UMA LINHA POR PARAMETRO:
      * NOME DO PROGRAMA, NOME DO PARAMETRO E VALOR, EM COLUNAS
      * FIXAS, POR EXEMPLO:
      *   RELAGENDA    DATA       20250314
      *   RELAGENDA    INATIVOS   N
      * O PROGRAMA QUE ENCONTRA NO ARQUIVO AO MENOS UMA LINHA COM O
      * SEU NOME RODA SEM CONSOLE: TOMA OS VALORES DAQUI NO LUGAR DAS
      * PERGUNTAS, USA O PADRAO DA PERGUNTA (ZEROS / N) PARA O QUE
      * NAO VIER E TERMINA SEM EXECUTAR QUANDO FALTA UM PARAMETRO
      * OBRIGATORIO OU VEM UM NOME/VALOR INVALIDO. SEM O ARQUIVO, OU
      * SEM LINHA COM O SEU NOME, PERGUNTA NO CONSOLE COMO SEMPRE.
      * A LINHA COM PRM-NOME "LOTE" SO MARCA A EXECUCAO PELA ROTINA
      * NOTURNA (LOTENOT), QUE REGRAVA ESTE ARQUIVO A CADA PASSO E O
      * DEIXA VAZIO NO FIM.
      * VALORES NUMERICOS ALINHADOS A ESQUERDA, COM ZEROS A ESQUERDA
      * (DATAS AAAAMMDD, MES AAAAMM, CRM COM 6 DIGITOS).
      *----------------------------------------------------------------
       01 REGPARM.
           02 PRM-PROGRAMA PIC X(12).
           02 FILLER PIC X(01).
           02 PRM-NOME PIC X(10).
           02 FILLER PIC X(01).
           02 PRM-VALOR PIC X(20).
