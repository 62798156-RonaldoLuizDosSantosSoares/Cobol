      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do marcador de regiao (arquivo sequencial
      *          REGIAO, uma unica linha, gravado pelo PROG97 dentro do
      *          diretorio da regiao de treinamento): situacao da
      *          montagem (TREINAMENTO = regiao pronta, EM CONSTRUCAO =
      *          montagem interrompida), data e hora da copia da
      *          producao e o operador que a montou. O PROG97V so aceita
      *          a regiao escolhida na partida quando o marcador esta
      *          como TREINAMENTO.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 RM-SITUACAO         PIC X(13).
           05 RM-DATA             PIC X(08).
           05 RM-HORA             PIC X(06).
           05 RM-OPERADOR         PIC X(10).
