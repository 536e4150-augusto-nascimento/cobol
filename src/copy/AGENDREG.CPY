           02 AGD-SITUACAO PIC X(01).
      * AGD-SITUACAO:
      * M - MARCADA
      * K - CONFIRMADA PELO PACIENTE (RETORNO DO LEMBRETE, IMPCONF);
      *     VALE COMO MARCADA PARA TODOS OS EFEITOS
      * A - ATENDIDA
      * F - PACIENTE FALTOU
      * C - CANCELADA PELO PACIENTE
