      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout da fila de correcoes de nota em periodo fechado
      *          (arquivo sequencial CORRPEND), mantida pelo PROG93.
      *          Cada linha e um pedido de correcao de um registro de
      *          NOTASDISC de periodo ja fechado no FECHAMENTO: as notas
      *          P1/P2/P3 antes e depois, o motivo, o documento que
      *          ampara a correcao e o operador que pediu. A situacao
      *          e P (pendente), A (aprovado - NOTASDISC regravado) ou
      *          R (rejeitado), com a data da decisao e o aprovador,
      *          que nunca e o mesmo operador do pedido.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 CP-NUMERO           PIC 9(05).
           05 CP-MATRICULA        PIC 9(06).
           05 CP-MATERIA          PIC X(30).
           05 CP-PERIODO          PIC X(06).
           05 CP-ANTES.
              10 CP-ANT-P1        PIC 99V99.
              10 CP-ANT-P2        PIC 99V99.
              10 CP-ANT-P3        PIC 99V99.
           05 CP-DEPOIS.
              10 CP-NOV-P1        PIC 99V99.
              10 CP-NOV-P2        PIC 99V99.
              10 CP-NOV-P3        PIC 99V99.
           05 CP-MOTIVO           PIC X(40).
           05 CP-DOCUMENTO        PIC X(20).
           05 CP-DATA-PEDIDO      PIC X(08).
           05 CP-SOLICITANTE      PIC X(10).
           05 CP-STATUS           PIC X(01).
           05 CP-DATA-DECISAO     PIC X(08).
           05 CP-APROVADOR        PIC X(10).
