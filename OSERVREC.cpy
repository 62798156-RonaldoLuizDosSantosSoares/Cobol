      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout da ordem de servico de manutencao da sala
      *          (arquivo indexado ORDSERV, mantido pelo PROG107): um
      *          registro por ordem, pela chave sala + numero - a sala
      *          e o nome do comodo no COMODOS e o numero e a
      *          sequencia da ordem na sala. OS-TIPO e C (corretiva,
      *          aberta pelo operador), L (limpeza) ou I (inspecao),
      *          estas geradas pela programacao preventiva.
      *          OS-PRIORIDADE e A (alta), M (media) ou B (baixa).
      *          OS-INTERDITA = 'S' tira a sala de uso enquanto a
      *          ordem nao for fechada (PROG107V). OS-SITUACAO e A
      *          (aberta), E (em andamento) ou F (fechada); a ordem
      *          fechada fica no arquivo com a data, o operador e a
      *          solucao do fechamento.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 OS-CHAVE.
              10 OS-SALA          PIC X(15).
              10 OS-NUMERO        PIC 9(05).
           05 OS-TIPO             PIC X(01).
           05 OS-PROBLEMA         PIC X(60).
           05 OS-PRIORIDADE       PIC X(01).
           05 OS-INTERDITA        PIC X(01).
           05 OS-EQUIPE           PIC X(20).
           05 OS-SITUACAO         PIC X(01).
           05 OS-DATA-ABERTURA    PIC X(08).
           05 OS-OPER-ABERTURA    PIC X(10).
           05 OS-DATA-ATUALIZ     PIC X(08).
           05 OS-OPER-ATUALIZ     PIC X(10).
           05 OS-DATA-FECHAMENTO  PIC X(08).
           05 OS-OPER-FECHAMENTO  PIC X(10).
           05 OS-SOLUCAO          PIC X(60).
