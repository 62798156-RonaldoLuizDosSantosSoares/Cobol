      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do registro de diploma (arquivo sequencial
      *          DIPLOMAS, o livro de registro de diplomas, gravado
      *          pelo PROG85): um registro por diploma expedido, com o
      *          numero de registro sequencial, a matricula, o nome e o
      *          curso na data da expedicao, a data da colacao de grau,
      *          a data de emissao e o operador que expediu. O livro so
      *          recebe inclusoes; a segunda via reimprime o mesmo
      *          registro e fica apenas no TRANSLOG.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 DP-NUMERO           PIC 9(06).
           05 DP-MATRICULA        PIC 9(06).
           05 DP-NOME             PIC X(30).
           05 DP-CURSO            PIC X(20).
           05 DP-DATA-COLACAO     PIC X(08).
           05 DP-DATA-EMISSAO     PIC X(08).
           05 DP-OPERADOR         PIC X(10).
