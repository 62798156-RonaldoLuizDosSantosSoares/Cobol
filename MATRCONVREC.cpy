      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout da tabela de conversao de matriculas (arquivo
      *          sequencial MATRCONV). O PROG88 acrescenta, para cada
      *          aluno do ALUNCAD com matricula do esquema antigo (soma
      *          dos digitos prima), a matricula proposta no esquema
      *          novo (digito verificador modulo 11), com situacao P;
      *          o PROG13, na opcao de conversao, unifica cada par
      *          pendente (antiga -> nova) e regrava a linha com
      *          situacao A e a data da aplicacao. As linhas nunca sao
      *          removidas: a tabela e o de-para permanente entre os
      *          dois numeros.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 CX-MAT-ANTIGA       PIC 9(06).
           05 CX-MAT-NOVA         PIC 9(06).
           05 CX-NOME             PIC X(30).
           05 CX-DATA-PROPOSTA    PIC X(08).
      * Situacao: P = pendente, A = aplicada pelo PROG13.
           05 CX-SITUACAO         PIC X(01).
           05 CX-DATA-APLICACAO   PIC X(08).
