      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Subprograma que devolve a unidade (campus) onde uma
      *          turma de uma materia e dada no periodo, a partir da
      *          atribuicao de docencia ATRIBDOC (AT-UNIDADE, mantida
      *          pelo PROG38). Vale a primeira atribuicao da materia,
      *          periodo e turma; sem atribuicao, com a unidade em
      *          branco (atribuicoes anteriores ao segundo campus) ou
      *          sem o proprio arquivo, devolve SEDE, o campus de
      *          sempre. Chamado pelo PROG84.
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG99T.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBDOC-FILE ASSIGN TO "ATRIBDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATRIBDOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATRIBDOC-FILE.
       01  ATRIBDOC-REC.
           COPY ATRIBDREC.

       WORKING-STORAGE SECTION.

       77 WS-ATRIBDOC-STATUS   PIC X(02) VALUE "00".
       77 WRK-ACHOU            PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01 LK-MATERIA           PIC X(30).
       01 LK-PERIODO           PIC X(06).
       01 LK-TURMA             PIC X(10).
       01 LK-UNIDADE           PIC X(04).

       PROCEDURE DIVISION USING LK-MATERIA LK-PERIODO LK-TURMA
               LK-UNIDADE.

       MAIN-PROCESS.
           MOVE SPACES TO LK-UNIDADE
           MOVE 'N' TO WRK-ACHOU

           MOVE "00" TO WS-ATRIBDOC-STATUS
           OPEN INPUT ATRIBDOC-FILE
           IF WS-ATRIBDOC-STATUS = "00"
               PERFORM UNTIL WS-ATRIBDOC-STATUS = "10"
                       OR WRK-ACHOU = 'S'
                   READ ATRIBDOC-FILE
                       AT END
                           MOVE "10" TO WS-ATRIBDOC-STATUS
                       NOT AT END
                           IF AT-MATERIA = LK-MATERIA AND
                              AT-PERIODO = LK-PERIODO AND
                              AT-TURMA = LK-TURMA
                               MOVE 'S' TO WRK-ACHOU
                               MOVE AT-UNIDADE TO LK-UNIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATRIBDOC-FILE
           END-IF

           IF LK-UNIDADE = SPACES
               MOVE "SEDE" TO LK-UNIDADE
           END-IF

           GOBACK.

       END PROGRAM PROG99T.
