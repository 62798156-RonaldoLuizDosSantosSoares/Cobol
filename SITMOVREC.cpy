      *          so o flip de AC-SITUACAO-CAD no PROG12.
      * Modification History:
      *   02/09 - RLS - Layout original.
      *   15/10 - RLS - Nova acao E = abandono, confirmada no PROG46 a
      *                 partir da lista de revisao do PROG100.
      ******************************************************************
           05 SM-MATRICULA        PIC 9(06).
           05 SM-ACAO             PIC X(01).
