      *----------------------------------------------------------------
      * LAYOUT DO CALENDARIO DE FERIADOS E FECHAMENTOS DA CLINICA
      * (CADFERIA / REGFERIA.DAT, CHAVE FER-DATA), MANTIDO PELO
      * PROGDISPO. VALE PARA TODOS OS MEDICOS DE UMA VEZ, NO LUGAR
      * DE UM BLOQUEIO DO CADBLOQ POR CRM: A MARCACAO E A BUSCA DE
      * VAGA RECUSAM A DATA, O ESPELHO DIARIO A MOSTRA FECHADA E O
      * PROXIMO DIA UTIL DOS LEMBRETES A PULA. DATA NO FORMATO
      * AAAAMMDD (COMO AGD-DATA).
      * FER-HORA-FECHA NO FORMATO HHMM: ZEROS = CLINICA FECHADA O
      * DIA INTEIRO; OUTRO VALOR = MEIO EXPEDIENTE, SEM CONSULTAS A
      * PARTIR DESTA HORA (O DIA CONTINUA UTIL PARA OS LEMBRETES).
      *----------------------------------------------------------------
       01 REGFERIADO.
           02 FER-DATA PIC 9(08).
           02 FER-DESCRICAO PIC X(30).
           02 FER-HORA-FECHA PIC 9(04).
