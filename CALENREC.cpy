      *          filtrados por periodo ate alguem grepar.
      * Modification History:
      *   02/09 - RLS - Layout original.
      *   15/10 - RLS - Prazo de entrega das notas do periodo
      *                 (AAAAMMDD, espacos = sem prazo), conferido no
      *                 relatorio de pautas pendentes (PROG82).
      ******************************************************************
           05 CD-PERIODO          PIC X(06).
           05 FILLER              PIC X(01).
           05 CD-DATA-INICIO      PIC X(08).
           05 FILLER              PIC X(01).
           05 CD-DATA-FIM         PIC X(08).
           05 FILLER              PIC X(01).
           05 CD-PRAZO-NOTAS      PIC X(08).
