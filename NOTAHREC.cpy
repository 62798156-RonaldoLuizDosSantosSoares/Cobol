      *          por matricula no PROG17.
      * Modification History:
      *   22/08 - RLS - Layout original.
      *   15/10 - RLS - NH-OCORRENCIA: numero da ocorrencia disciplinar
      *                 (OCORRENC, PROG101) que anulou a prova e motivou
      *                 a correcao; em branco nas demais correcoes.
      **********************
           05 NH-DATA             PIC X(08).
           05 NH-HORA             PIC X(06).
              10 NH-DEP-P3        PIC 99V99.
              10 NH-DEP-MEDIA     PIC 99V99.
              10 NH-DEP-SITUACAO  PIC X(15).
           05 NH-OCORRENCIA       PIC X(03).
