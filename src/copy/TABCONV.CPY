      *----------------------------------------------------------------
      * TABELA DE CONVENIOS EM MEMORIA, CARREGADA A PARTIR DO
      * CADCONV (REGCONV.DAT) E INDEXADA PELO PROPRIO CODIGO DO
      * CONVENIO. CNV-PRESENTE = "S" MARCA OS CODIGOS CADASTRADOS.
      * TAMANHO AMARRADO A PIC 9(03) DO CNV-CODIGO.
      *----------------------------------------------------------------
       01 TAB-CONVENIO.
           02 TAB-CNV-ITEM OCCURS 999 TIMES.
               03 CNV-PRESENTE PIC X(01).
               03 CNV-ROTULO PIC X(20).
