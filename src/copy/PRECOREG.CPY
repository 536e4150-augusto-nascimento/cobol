      *----------------------------------------------------------------
      * LAYOUT DO REGISTRO DA TABELA DE PRECOS DE CONSULTA (CADPRECO
      * / REGPRECO.DAT), MANTIDA PELO PROGPRECO. UM PRECO POR
      * ESPECIALIDADE DO REGESPEC.DAT E CONVENIO DO REGCONV.DAT; A
      * ESPECIALIDADE DA CONSULTA E A DO MEDICO NO CADMEDICO. O
      * FATURAMENTO MENSAL (EXPFATUR) RECUSA A CONSULTA ATENDIDA
      * QUANDO NAO HA PRECO PARA O PAR ESPECIALIDADE + CONVENIO.
      *----------------------------------------------------------------
       01 REGPRECO.
           02 PRC-CHAVE.
               03 PRC-ESPECIALIDADE PIC 9(02).
               03 PRC-CONVENIO PIC 9(03).
           02 PRC-VALOR PIC 9(06)V99.
