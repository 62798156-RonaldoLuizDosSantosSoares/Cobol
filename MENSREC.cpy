      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do lancamento da conta do aluno (arquivo
      *          indexado MENSALID, gravado pelo PROG70 e mantido pelo
      *          PROG71): um registro por cobranca de mensalidade (C),
      *          pagamento (P) ou ajuste (A), na ordem em que ocorreu.
      *          A chave matricula + sequencia e tambem o nosso numero
      *          impresso no boleto (10 digitos), pelo qual o retorno
      *          bancario localiza a cobranca. Na cobranca, MN-SALDO
      *          guarda o quanto ainda esta em aberto e MN-SITUACAO
      *          fica A (aberta) ate a quitacao (Q); pagamentos e
      *          ajustes apontam em MN-REF-COBRANCA a cobranca a que
      *          se aplicam. MN-SINAL diz se o lancamento aumenta (+)
      *          ou reduz (-) o saldo devedor do aluno.
      * Modification History:
      *   15/10 - RLS - Layout original.
      *   15/10 - RLS - No pagamento (P) baixado pelo retorno bancario
      *                 (PROG73), MN-VENCIMENTO guarda a data em que o
      *                 boleto foi pago.
      ******************************************************************
           05 MN-CHAVE.
              10 MN-MATRICULA     PIC 9(06).
              10 MN-SEQUENCIA     PIC 9(04).
           05 MN-TIPO             PIC X(01).
           05 MN-COMPETENCIA      PIC X(06).
           05 MN-PERIODO          PIC X(06).
           05 MN-VENCIMENTO       PIC X(08).
           05 MN-VALOR-BRUTO      PIC 9(05)V99.
           05 MN-DESCONTO         PIC 9(05)V99.
           05 MN-VALOR            PIC 9(05)V99.
           05 MN-SINAL            PIC X(01).
           05 MN-SALDO            PIC 9(05)V99.
           05 MN-SITUACAO         PIC X(01).
           05 MN-REF-COBRANCA     PIC 9(10).
           05 MN-DATA-MOVTO       PIC X(08).
           05 MN-OPERADOR         PIC X(10).
           05 MN-HISTORICO        PIC X(30).
