      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout da concessao de bolsa (arquivo BOLSAS, mantido
      *          pelo PROG72 depois da analise do RELBOLSA do PROG47):
      *          uma linha por matricula e periodo com o percentual de
      *          desconto concedido, a data e o operador da concessao.
      *          O faturamento de mensalidades (PROG70) aplica o
      *          percentual sobre o valor bruto das disciplinas.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 BL-MATRICULA        PIC 9(06).
           05 FILLER              PIC X(01).
           05 BL-PERIODO          PIC X(06).
           05 FILLER              PIC X(01).
           05 BL-PERCENTUAL       PIC 9(03).
           05 FILLER              PIC X(01).
           05 BL-DATA             PIC X(08).
           05 FILLER              PIC X(01).
           05 BL-OPERADOR         PIC X(10).
