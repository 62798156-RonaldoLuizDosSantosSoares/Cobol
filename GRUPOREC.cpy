      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do registro de regra de grupo optativo
      *          (arquivo GRUPOPT, mantido pelo PROG07 junto com a
      *          grade do curso): uma linha por grupo de disciplinas
      *          optativas do curso, com a descricao e o minimo a
      *          cumprir - em disciplinas (GP-TIPO-MINIMO D) ou em
      *          carga horaria (H). As disciplinas do grupo sao as
      *          linhas do CATALOGO com o mesmo CAT-GRUPO. Consultado
      *          pelo PROG07V.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 GP-CURSO            PIC X(10).
           05 FILLER              PIC X(01).
           05 GP-GRUPO            PIC X(10).
           05 FILLER              PIC X(01).
           05 GP-DESCRICAO        PIC X(30).
           05 FILLER              PIC X(01).
           05 GP-TIPO-MINIMO      PIC X(01).
           05 FILLER              PIC X(01).
           05 GP-MINIMO           PIC 9(03).
