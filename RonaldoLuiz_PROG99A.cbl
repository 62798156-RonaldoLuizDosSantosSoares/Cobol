      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Subprograma que devolve a unidade (campus) de um
      *          aluno, a partir do arquivo lateral ALUNUNID (layout
      *          ALUNUREC, mantido pelo PROG12). Matricula sem linha
      *          no ALUNUNID, com a unidade em branco ou sem o proprio
      *          arquivo devolve SEDE, o campus de sempre. Chamado por
      *          PROG24, PROG53, PROG65 e PROG69.
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG99A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNUNID-FILE ASSIGN TO "ALUNUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALUNUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNUNID-FILE.
       01  ALUNUNID-REC.
           COPY ALUNUREC.

       WORKING-STORAGE SECTION.

       77 WS-ALUNUNID-STATUS   PIC X(02) VALUE "00".
       77 WRK-ACHOU            PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01 LK-MATRICULA         PIC 9(06).
       01 LK-UNIDADE           PIC X(04).

       PROCEDURE DIVISION USING LK-MATRICULA LK-UNIDADE.

       MAIN-PROCESS.
           MOVE SPACES TO LK-UNIDADE
           MOVE 'N' TO WRK-ACHOU

           MOVE "00" TO WS-ALUNUNID-STATUS
           OPEN INPUT ALUNUNID-FILE
           IF WS-ALUNUNID-STATUS = "00"
               PERFORM UNTIL WS-ALUNUNID-STATUS = "10"
                       OR WRK-ACHOU = 'S'
                   READ ALUNUNID-FILE
                       AT END
                           MOVE "10" TO WS-ALUNUNID-STATUS
                       NOT AT END
                           IF UA-MATRICULA = LK-MATRICULA
                               MOVE 'S' TO WRK-ACHOU
                               MOVE UA-UNIDADE TO LK-UNIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNUNID-FILE
           END-IF

           IF LK-UNIDADE = SPACES
               MOVE "SEDE" TO LK-UNIDADE
           END-IF

           GOBACK.

       END PROGRAM PROG99A.
