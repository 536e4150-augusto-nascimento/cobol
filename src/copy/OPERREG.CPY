      * S - SUPERVISOR (TUDO, INCLUSIVE PROGESPEC, PROGOPER E A
      *     DESATIVACAO/REATIVACAO DE MEDICOS)
      * OPERADOR COM OPE-SITUACAO DIFERENTE DE "A" NAO ENTRA.
      * A CONFERENCIA DA SENHA E FEITA PELO SENHAOPE:
      * OPE-SENHA-CIFRA - SENHA CIFRADA (NUNCA GRAVADA LEGIVEL);
      * OPE-BLOQUEIO    - "S" DEPOIS DE TENTATIVAS INVALIDAS
      *                   SEGUIDAS; SO O SUPERVISOR DESBLOQUEIA NO
      *                   PROGOPER;
      * OPE-FALHAS      - TENTATIVAS INVALIDAS SEGUIDAS;
      * OPE-DATA-SENHA  - DATA DA ULTIMA TROCA (AAAAMMDD), PARA A
      *                   VALIDADE DA SENHA;
      * OPE-TROCA-SENHA - "S" OBRIGA A TROCA NA PROXIMA ENTRADA
      *                   (SENHA DEFINIDA PELO SUPERVISOR OU SEMEADA).
      *----------------------------------------------------------------
       01 REGOPERADOR.
           02 OPE-CODIGO PIC 9(04).
           02 OPE-NOME PIC X(30).
           02 OPE-SENHA-CIFRA PIC 9(18).
           02 OPE-PERFIL PIC X(01).
           02 OPE-SITUACAO PIC X(01).
           02 OPE-BLOQUEIO PIC X(01).
           02 OPE-FALHAS PIC 9(02).
           02 OPE-DATA-SENHA PIC 9(08).
           02 OPE-TROCA-SENHA PIC X(01).
