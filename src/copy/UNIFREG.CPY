      *----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE TRILHA DAS UNIFICACOES DE PACIENTES
      * EM DUPLICIDADE (LOGUNIF.DAT), GRAVADO PELO PROGPACIENTE A
      * CADA UNIFICACAO FEITA PELO SUPERVISOR E LISTADO PELO
      * RELUNIF. UNF-CODIGO-FICA E O NUMERO QUE CONTINUA EM USO E
      * UNF-CODIGO-SAI O NUMERO APOSENTADO; AS QUANTIDADES SAO AS
      * CONSULTAS DO CADAGENDA E AS INSCRICOES DO CADFILA QUE
      * PASSARAM DE UM NUMERO PARA O OUTRO. QUANDO UM DOS NUMEROS E
      * ANONIMIZADO (ANONPAC), O NOME DELE AQUI FICA EM BRANCO.
      *----------------------------------------------------------------
       01 REGLOGUNIF.
           02 UNF-CODIGO-FICA PIC 9(06).
           02 UNF-NOME-FICA PIC X(30).
           02 UNF-CODIGO-SAI PIC 9(06).
           02 UNF-NOME-SAI PIC X(30).
           02 UNF-QTD-CONSULTAS PIC 9(05).
           02 UNF-QTD-FILA PIC 9(05).
           02 UNF-OPERADOR PIC 9(04).
           02 UNF-DATA PIC 9(08).
           02 UNF-HORA PIC 9(08).
