      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout da pendencia do aluno (arquivo indexado
      *          PENDENCIAS, mantido pelo PROG75 e consultado pelo
      *          PROG75V): um registro por pendencia, pela chave
      *          matricula + sequencia. PE-TIPO e B (biblioteca),
      *          F (financeiro) ou D (documentacao); PE-ORIGEM diz o
      *          setor que pediu o bloqueio. A pendencia esta ativa
      *          enquanto PE-DATA-BAIXA estiver em branco; a baixa
      *          grava a data e o operador, e o registro fica como
      *          historico.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 PE-CHAVE.
              10 PE-MATRICULA     PIC 9(06).
              10 PE-SEQUENCIA     PIC 9(03).
           05 PE-TIPO             PIC X(01).
           05 PE-ORIGEM           PIC X(20).
           05 PE-MOTIVO           PIC X(30).
           05 PE-DATA-INCLUSAO    PIC X(08).
           05 PE-OPER-INCLUSAO    PIC X(10).
           05 PE-DATA-BAIXA       PIC X(08).
           05 PE-OPER-BAIXA       PIC X(10).
