      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do contrato de estagio do aluno (arquivo
      *          indexado ESTAGIOS, mantido pelo PROG103), pela chave
      *          matricula + sequencia: o convenio (CONVENIOS), o
      *          supervisor na empresa, o inicio e o fim previstos
      *          (AAAAMMDD) e as horas exigidas do contrato.
      *          ES-SITUACAO e A (ativo), E (encerrado - concluido ou
      *          rescindido; as horas aprovadas continuam valendo) ou
      *          C (cancelado - lancado por engano; as horas dele nao
      *          contam). Os relatorios mensais de horas ficam no
      *          ESTAGHORAS (EHORREC).
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 ES-CHAVE.
              10 ES-MATRICULA     PIC 9(06).
              10 ES-SEQUENCIA     PIC 9(02).
           05 ES-CONVENIO         PIC X(06).
           05 ES-SUPERVISOR       PIC X(30).
           05 ES-INICIO           PIC X(08).
           05 ES-FIM              PIC X(08).
           05 ES-HORAS-EXIGIDAS   PIC 9(04).
           05 ES-SITUACAO         PIC X(01).
           05 ES-DATA-INCLUSAO    PIC X(08).
           05 ES-OPER-INCLUSAO    PIC X(10).
           05 ES-DATA-SITUACAO    PIC X(08).
           05 ES-OPER-SITUACAO    PIC X(10).
