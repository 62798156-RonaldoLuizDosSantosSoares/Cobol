      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do feriado ou dia sem aula do periodo letivo
      *          (arquivo FERIADOS, mantido pelo PROG59 junto com o
      *          calendario): uma linha por data, com o periodo a que
      *          pertence e a descricao. O calculo de aulas previstas
      *          (PROG79V) desconta essas datas dos encontros da grade
      *          horaria.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 FE-PERIODO          PIC X(06).
           05 FILLER              PIC X(01).
           05 FE-DATA             PIC X(08).
           05 FILLER              PIC X(01).
           05 FE-DESCRICAO        PIC X(30).
