      *----------------------------------------------------------------
      * LAYOUT DO RESULTADO DE UM PASSO DA ROTINA NOTURNA
      * (LOTERES.DAT, LINE SEQUENTIAL), GRAVADO NO FIM PELO PROGRAMA
      * BATCH QUE RODOU COM PARAMETROS DO PARAMLOTE.DAT E LIDO PELO
      * LOTENOT PARA O CONTROLE DA EXECUCAO (LOTECTL.DAT).
      * RES-RETORNO REPETE O RETURN-CODE DO PROGRAMA:
      *   000 - TERMINOU NORMALMENTE
      *   004 - TERMINOU, MAS COM AVISOS (VER A LISTAGEM DO PROGRAMA)
      *   008 - NAO TERMINOU (ARQUIVO NAO ABRIU, PARAMETRO INVALIDO,
      *         FALHA DE GRAVACAO) - A ROTINA PARA NESTE PASSO
      * RES-QTD-LIDOS / RES-QTD-GRAVADOS SAO AS CONTAGENS PRINCIPAIS
      * DE CADA PROGRAMA (AS MESMAS MOSTRADAS NO CONSOLE NO FIM).
      *----------------------------------------------------------------
       01 REGRESLOTE.
           02 RES-PROGRAMA PIC X(12).
           02 RES-RETORNO PIC 9(03).
           02 RES-QTD-LIDOS PIC 9(07).
           02 RES-QTD-GRAVADOS PIC 9(07).
           02 RES-MENSAGEM PIC X(40).
