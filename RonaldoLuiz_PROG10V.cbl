      *                 pelo subprograma PROG10P, tambem chamado pelo
      *                 CHECAR-PRIMO de PROG10, em vez de uma segunda
      *                 copia da divisao por tentativa mantida aqui.
      *   15/10 - RLS - A regra passa a ser a do subprograma PROG10E:
      *                 digito verificador modulo 11 para as matriculas
      *                 novas e, durante a transicao (controle
      *                 MATRREGRA), a soma prima so para matriculas ja
      *                 cadastradas no ALUNCAD. A interface deste
      *                 subprograma nao muda; quem precisa saber qual
      *                 esquema validou chama o PROG10E.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG10V.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WRK-ESQUEMA          PIC X VALUE SPACE.

       LINKAGE SECTION.
       01 LK-MATRICULA         PIC 9(06).
       PROCEDURE DIVISION USING LK-MATRICULA LK-DIGITO-VALIDO.

       MAIN-PROCESS.
           CALL "PROG10E" USING LK-MATRICULA LK-DIGITO-VALIDO
               WRK-ESQUEMA
           END-CALL

           GOBACK.

       END PROGRAM PROG10V.
