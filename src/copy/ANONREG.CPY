      *----------------------------------------------------------------
      * LAYOUT DO REGISTRO DO LOG DE ANONIMIZACAO DE PACIENTES (LGPD)
      * (LOGANON.DAT), GRAVADO PELO ANONPAC A CADA PACIENTE
      * ANONIMIZADO E LISTADO PELO RELLGPD, COMO PROVA DE QUE A
      * ANONIMIZACAO FOI FEITA. NAO GUARDA NENHUM DADO PESSOAL: SO O
      * NUMERO DO PACIENTE, A SITUACAO QUE ELE TINHA NO CADPACIENTE
      * (A OU U), A DATA DO ULTIMO MOVIMENTO, A DATA DE CORTE USADA,
      * QUANTAS CONSULTAS DO CADAGENDA, DO ARQUIVO MORTO
      * (REGAGENDA.ARC) E INSCRICOES DA FILA TIVERAM NOME E TELEFONE
      * APAGADOS, QUANTOS REGISTROS DO LOGUNIF.DAT TIVERAM O NOME
      * APAGADO, O SUPERVISOR E QUANDO.
      *----------------------------------------------------------------
       01 REGLOGANON.
           02 ANM-CODIGO PIC 9(06).
           02 ANM-SITUACAO PIC X(01).
           02 ANM-ULTIMO-MOVIMENTO PIC 9(08).
           02 ANM-CORTE PIC 9(08).
           02 ANM-QTD-CONSULTAS PIC 9(05).
           02 ANM-QTD-ARQUIVO PIC 9(05).
           02 ANM-QTD-FILA PIC 9(05).
           02 ANM-QTD-UNIFICACOES PIC 9(05).
           02 ANM-OPERADOR PIC 9(04).
           02 ANM-DATA PIC 9(08).
           02 ANM-HORA PIC 9(08).
