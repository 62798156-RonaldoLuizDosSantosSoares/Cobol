      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do relatorio mensal de horas de estagio
      *          (arquivo indexado ESTAGHORAS, mantido pelo PROG103),
      *          pela chave matricula + sequencia do contrato +
      *          competencia (AAAAMM): as horas informadas no mes e a
      *          situacao do relatorio - P (pendente de aprovacao), A
      *          (aprovado) ou R (recusado). So as horas aprovadas
      *          contam para o contrato e para a integralizacao
      *          (PROG103V).
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 EH-CHAVE.
              10 EH-MATRICULA     PIC 9(06).
              10 EH-SEQUENCIA     PIC 9(02).
              10 EH-COMPETENCIA   PIC X(06).
           05 EH-HORAS            PIC 9(03).
           05 EH-SITUACAO         PIC X(01).
           05 EH-DATA-LANCTO      PIC X(08).
           05 EH-OPER-LANCTO      PIC X(10).
           05 EH-DATA-APROV       PIC X(08).
           05 EH-OPER-APROV       PIC X(10).
