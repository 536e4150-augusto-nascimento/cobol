      * PAC-DATA-NASCIMENTO NO FORMATO DDMMAAAA (COMO
      * DATA-NASCIMENTO DO CADMEDICO). O TELEFONE DE RECADO E
      * OPCIONAL E FICA ZERADO QUANDO O PACIENTE NAO TEM OUTRO.
      * PAC-CONVENIO E O CODIGO DO CONVENIO NO CADCONV (REGCONV.DAT,
      * MANTIDO PELO PROGPRECO) E PAC-CARTEIRA O NUMERO DA CARTEIRA
      * DO PACIENTE NO CONVENIO; CONVENIO ZERADO = NAO INFORMADO, E
      * A CONSULTA ATENDIDA FICA FORA DO FATURAMENTO (EXPFATUR).
      * UM CADASTRO EM DUPLICIDADE E UNIFICADO PELO SUPERVISOR NO
      * PROGPACIENTE: AS CONSULTAS E A FILA PASSAM PARA O NUMERO QUE
      * FICA, E O NUMERO QUE SAI NAO E APAGADO - FICA COM
      * PAC-SITUACAO "U" E O NUMERO QUE FICOU EM PAC-CODIGO-UNIFICADO,
      * PARA QUE QUEM AINDA TIVER O NUMERO ANTIGO SEJA ENCAMINHADO.
      *----------------------------------------------------------------
       01 REGPACIENTE.
           02 PAC-CODIGO PIC 9(06).
           02 PAC-FONE PIC 9(09).
           02 PAC-DDD-RECADO PIC 9(02).
           02 PAC-FONE-RECADO PIC 9(09).
           02 PAC-CONVENIO PIC 9(03).
           02 PAC-CARTEIRA PIC X(20).
           02 PAC-SITUACAO PIC X(01).
           02 PAC-CODIGO-UNIFICADO PIC 9(06).
      * PAC-SITUACAO:
      * A - ATIVO
      * U - UNIFICADO EM OUTRO NUMERO (PAC-CODIGO-UNIFICADO)
      * N - ANONIMIZADO PELO ANONPAC (LGPD): NOME, TELEFONES E
      *     CARTEIRA APAGADOS; O NUMERO NAO E MAIS USADO NA AGENDA E,
      *     SE O PACIENTE VOLTAR, E CADASTRADO DE NOVO. O NUMERO
      *     UNIFICADO ANONIMIZADO CONTINUA "U", SO COM O NOME EM
      *     BRANCO.
