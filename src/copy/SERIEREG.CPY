      *----------------------------------------------------------------
      * LAYOUT DA LIGACAO DAS CONSULTAS DE UMA SERIE (TRATAMENTO)
      * (CADSERIE / REGSERIE.DAT), GRAVADO PELO AGENDMED NA OPCAO
      * (T)RATAMENTO. UM REGISTRO POR SESSAO MARCADA, COM A MESMA
      * CHAVE DA CONSULTA NO CADAGENDA (CRM + DATA + HORA) E O
      * NUMERO DA SERIE COMO CHAVE ALTERNATIVA COM DUPLICIDADE, PARA
      * O CANCELAMENTO PERCORRER TODAS AS SESSOES DA SERIE.
      * O CADAGENDA NAO MUDA DE LAYOUT: A LIGACAO SO VALE ENQUANTO
      * A CONSULTA NA MESMA CHAVE FOR DO MESMO PACIENTE
      * (SER-CODIGO-PACIENTE = AGD-CODIGO-PACIENTE). A REMARCACAO
      * LEVA A LIGACAO PARA O HORARIO NOVO E A MARCACAO AVULSA
      * APAGA A LIGACAO QUE SOBROU NA CHAVE. A UNIFICACAO DE
      * PACIENTES (PROGPACIENTE) TROCA O NUMERO AQUI E NA CONSULTA.
      * SER-SESSAO E A POSICAO DA SESSAO NA SERIE (1, 2, 3 ...).
      *----------------------------------------------------------------
       01 REGSERIE.
           02 SER-CHAVE.
               03 SER-CRM PIC 9(06).
               03 SER-DATA PIC 9(08).
               03 SER-HORA PIC 9(04).
           02 SER-NUMERO PIC 9(06).
           02 SER-SESSAO PIC 9(02).
           02 SER-CODIGO-PACIENTE PIC 9(06).
