      *----------------------------------------------------------------
      * LAYOUT DO REGISTRO DO LOG DE SEGURANCA (LOGSEG.DAT), GRAVADO
      * PELO SENHAOPE A CADA ENTRADA, FALHA, BLOQUEIO, DESBLOQUEIO E
      * TROCA DE SENHA E LISTADO PELO RELSEG. SEG-EVENTO:
      * E - ENTRADA ACEITA
      * F - FALHA (OPERADOR INEXISTENTE, INATIVO, BLOQUEADO OU SENHA
      *     INVALIDA)
      * B - BLOQUEIO POR TENTATIVAS INVALIDAS SEGUIDAS
      * D - DESBLOQUEIO PELO SUPERVISOR NO PROGOPER
      * T - TROCA DE SENHA PELO PROPRIO OPERADOR
      * R - SENHA REDEFINIDA PELO SUPERVISOR NO PROGOPER
      * M - BLOQUEIO MANUAL PELO SUPERVISOR NO PROGOPER
      * SEG-RESPONSAVEL E O SUPERVISOR NOS EVENTOS D, R E M (ZEROS NOS
      * DEMAIS) E SEG-FALHAS A CONTAGEM DE FALHAS SEGUIDAS DEPOIS DO
      * EVENTO.
      *----------------------------------------------------------------
       01 REGLOGSEG.
           02 SEG-DATA PIC 9(08).
           02 SEG-HORA PIC 9(08).
           02 SEG-OPERADOR PIC 9(04).
           02 SEG-EVENTO PIC X(01).
           02 SEG-PROGRAMA PIC X(12).
           02 SEG-RESPONSAVEL PIC 9(04).
           02 SEG-FALHAS PIC 9(02).
