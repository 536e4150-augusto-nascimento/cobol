      *----------------------------------------------------------------
      * AREA DE COMUNICACAO COM O SENHAOPE (CALL "SENHAOPE" USING
      * PARMSENHA). SNH-FUNCAO:
      * I - IDENTIFICACAO: CONFERE SNH-OPERADOR + SNH-SENHA NO
      *     CADOPER, CONTA AS FALHAS, BLOQUEIA, PEDE A TROCA DA SENHA
      *     VENCIDA OU OBRIGATORIA E GRAVA O LOGSEG.DAT. O CHAMADOR
      *     DEVE ESTAR COM O CADOPER FECHADO. SNH-RETORNO:
      *     S - ENTRADA ACEITA (SNH-NOME E SNH-PERFIL PREENCHIDOS);
      *     N - OPERADOR INEXISTENTE, INATIVO OU SENHA INVALIDA;
      *     B - OPERADOR BLOQUEADO;
      *     T - TROCA DE SENHA OBRIGATORIA ABANDONADA;
      *     U - REGISTRO DO OPERADOR EM USO NO PROGOPER;
      *     X - CADOPER NAO ABRIU.
      * C - CIFRA: DEVOLVE EM SNH-CIFRA A SENHA SNH-SENHA CIFRADA
      *     PARA O OPERADOR SNH-OPERADOR (PROGOPER E CONVOPER).
      * L - LOG: GRAVA NO LOGSEG.DAT O EVENTO SNH-EVENTO SOBRE O
      *     OPERADOR SNH-OPERADOR, FEITO POR SNH-RESPONSAVEL.
      *     SNH-RETORNO "S" SE GRAVOU, "X" SE O LOGSEG.DAT NAO FOI
      *     GRAVADO.
      *----------------------------------------------------------------
       01 PARMSENHA.
           02 SNH-FUNCAO PIC X(01).
           02 SNH-OPERADOR PIC 9(04).
           02 SNH-SENHA PIC X(08).
           02 SNH-PROGRAMA PIC X(12).
           02 SNH-EVENTO PIC X(01).
           02 SNH-RESPONSAVEL PIC 9(04).
           02 SNH-RETORNO PIC X(01).
           02 SNH-NOME PIC X(30).
           02 SNH-PERFIL PIC X(01).
           02 SNH-CIFRA PIC 9(18).
