      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout da lista de espera por turma lotada (arquivo
      *          indexado LISTAESP, mantido pelo PROG36 e listado pelo
      *          PROG111): um registro por pedido, pela chave materia +
      *          periodo + turma + sequencia - a sequencia e a ordem de
      *          chegada na turma e a posicao na fila e a ordem entre
      *          os pedidos ainda em espera. LE-SITUACAO e E (em
      *          espera), P (promovido - inscrito automaticamente ao
      *          abrir vaga) ou C (cancelado - desistencia, ou o aluno
      *          ja inscrito na materia por outra turma), com a data e
      *          o operador da mudanca.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 LE-CHAVE.
              10 LE-MATERIA       PIC X(30).
              10 LE-PERIODO       PIC X(06).
              10 LE-TURMA         PIC X(10).
              10 LE-SEQUENCIA     PIC 9(04).
           05 LE-MATRICULA        PIC 9(06).
           05 LE-DATA-INCLUSAO    PIC X(08).
           05 LE-OPER-INCLUSAO    PIC X(10).
           05 LE-SITUACAO         PIC X(01).
           05 LE-DATA-SITUACAO    PIC X(08).
           05 LE-OPER-SITUACAO    PIC X(10).
