      *----------------------------------------------------------------
      * LAYOUT DO REGISTRO DO CADASTRO DE CONVENIOS (CADCONV /
      * REGCONV.DAT), MANTIDO PELO PROGPRECO NO MESMO ESQUEMA DO
      * REGESPEC.DAT: ARQUIVO TEXTO, CARREGADO EM MEMORIA E
      * REGRAVADO POR INTEIRO A CADA ALTERACAO. O CODIGO ZERO NAO E
      * USADO: NO CADPACIENTE ELE SIGNIFICA CONVENIO NAO INFORMADO.
      * O ATENDIMENTO PARTICULAR E CADASTRADO COMO UM CONVENIO A
      * MAIS, COM A SUA PROPRIA TABELA DE PRECOS.
      *----------------------------------------------------------------
       01 REGCONVENIO.
           02 CNV-CODIGO PIC 9(03).
           02 CNV-NOME PIC X(20).
