      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do carimbo das copias de geracao de NOTASDISC
      *          (arquivo sequencial NOTASDISC.GTS, uma unica linha),
      *          regravado pelo PROG08C a cada rotacao junto com as
      *          geracoes: data e hora em que cada copia (G1 a G3, a
      *          G1 sempre a mais recente) foi tirada do arquivo vivo.
      *          E o ponto de partida da recuperacao para a frente do
      *          PROG94 depois de uma restauracao pelo PROG30. Geracao
      *          sem carimbo (tirada antes do carimbo existir) fica em
      *          branco.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 GT-CARIMBO OCCURS 3 TIMES.
              10 GT-DATA          PIC X(08).
              10 GT-HORA          PIC X(06).
