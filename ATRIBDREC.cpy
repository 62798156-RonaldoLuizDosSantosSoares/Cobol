      *          nas estatisticas (PROG25).
      * Modification History:
      *   02/09 - RLS - Layout original.
      *   15/10 - RLS - Unidade (campus) onde a turma e dada, do
      *                 cadastro UNIDADES; em branco (atribuicoes
      *                 anteriores ao segundo campus) vale SEDE.
      ******************************************************************
           05 AT-DOCENTE          PIC X(10).
           05 FILLER              PIC X(01).
           05 AT-PERIODO          PIC X(06).
           05 FILLER              PIC X(01).
           05 AT-TURMA            PIC X(10).
           05 FILLER              PIC X(01).
           05 AT-UNIDADE          PIC X(04).
