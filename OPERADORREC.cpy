      *          prestacao de contas.
      * Modification History:
      *   22/08 - RLS - Layout original.
      *   15/10 - RLS - OP-PERFIL deixa de ser o controle de acesso em
      *                 si: a letra escolhe o perfil padrao do operador
      *                 (E = ENTRADA, C = CORRECAO, F = FECHAMENTO) na
      *                 tabela de acessos por funcao ACESSOS (layout
      *                 ACESREC, PROG15A/PROG91), salvo perfil atribuido
      *                 no proprio ACESSOS.
      **********************
           05 OP-ID               PIC X(10).
           05 OP-NOME             PIC X(30).
