      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Subprograma que devolve a regra de um grupo optativo
      *          do curso (arquivo GRUPOPT, layout GRUPOREC, mantido
      *          pelo PROG07): descricao, tipo do minimo (D =
      *          disciplinas, H = carga horaria) e o minimo a cumprir.
      *          Grupo sem regra no GRUPOPT (ou sem o proprio
      *          arquivo) devolve LK-ACHOU-GRUPO = 'N' com a regra
      *          padrao de uma disciplina e o proprio nome do grupo
      *          como descricao. Chamado pelo PROG37V e pelo PROG63.
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG07V.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPOPT-FILE ASSIGN TO "GRUPOPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRUPOPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRUPOPT-FILE.
       01  GRUPOPT-REC.
           COPY GRUPOREC.

       WORKING-STORAGE SECTION.

       77 WS-GRUPOPT-STATUS    PIC X(02) VALUE "00".

       LINKAGE SECTION.
       01 LK-CURSO             PIC X(10).
       01 LK-GRUPO             PIC X(10).
       01 LK-DESCRICAO-GRUPO   PIC X(30).
       01 LK-TIPO-MINIMO       PIC X(01).
       01 LK-MINIMO            PIC 9(03).
       01 LK-ACHOU-GRUPO       PIC X(01).

       PROCEDURE DIVISION USING LK-CURSO LK-GRUPO LK-DESCRICAO-GRUPO
               LK-TIPO-MINIMO LK-MINIMO LK-ACHOU-GRUPO.

       MAIN-PROCESS.
           MOVE 'N' TO LK-ACHOU-GRUPO
           MOVE LK-GRUPO TO LK-DESCRICAO-GRUPO
           MOVE 'D' TO LK-TIPO-MINIMO
           MOVE 1 TO LK-MINIMO

           MOVE "00" TO WS-GRUPOPT-STATUS
           OPEN INPUT GRUPOPT-FILE
           IF WS-GRUPOPT-STATUS = "00"
               PERFORM UNTIL WS-GRUPOPT-STATUS = "10"
                       OR LK-ACHOU-GRUPO = 'S'
                   READ GRUPOPT-FILE
                       AT END
                           MOVE "10" TO WS-GRUPOPT-STATUS
                       NOT AT END
                           IF GP-CURSO = LK-CURSO AND
                              GP-GRUPO = LK-GRUPO
                               MOVE 'S' TO LK-ACHOU-GRUPO
                               MOVE GP-DESCRICAO TO
                                   LK-DESCRICAO-GRUPO
                               MOVE GP-TIPO-MINIMO TO LK-TIPO-MINIMO
                               IF GP-MINIMO IS NUMERIC
                                   MOVE GP-MINIMO TO LK-MINIMO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRUPOPT-FILE
           END-IF

           IF LK-TIPO-MINIMO NOT = 'H'
               MOVE 'D' TO LK-TIPO-MINIMO
           END-IF

           GOBACK.

       END PROGRAM PROG07V.
