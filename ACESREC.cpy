      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout da tabela de acessos por programa e funcao
      *          (arquivo sequencial ACESSOS), mantida pelo PROG91 e
      *          consultada pelo subprograma PROG15A, que todo
      *          programa com sign-on (PROG15V) chama logo depois do
      *          sign-on. Dois tipos de linha:
      *          P - item de um perfil nomeado: AX-CHAVE e o nome do
      *              perfil e AX-ITEM o codigo de funcao do catalogo
      *              ACESFUNC (ex. PROG39-DECIDE, PROG18) ou "*"
      *              (todas as funcoes);
      *          O - concessao a um operador: AX-CHAVE e o OP-ID e
      *              AX-ITEM um codigo de funcao (concessao direta) ou
      *              "@" seguido do nome do perfil atribuido.
      *          Operador sem linha "@" fica no perfil padrao da sua
      *          letra OP-PERFIL (E = ENTRADA, C = CORRECAO,
      *          F = FECHAMENTO). Perfil padrao sem linhas P vale pela
      *          letra minima de cada funcao no catalogo ACESFUNC,
      *          exatamente como os testes de perfil de antes.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 AX-TIPO             PIC X(01).
           05 AX-CHAVE            PIC X(10).
           05 AX-ITEM             PIC X(16).
           05 AX-DATA             PIC X(08).
           05 AX-OPERADOR         PIC X(10).
