      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Subprograma que confere um codigo de unidade (campus)
      *          no cadastro UNIDADES (mantido pelo PROG99) e devolve
      *          o nome e a situacao. Codigo em branco vale SEDE, o
      *          campus de sempre, e sai trocado por SEDE em
      *          LK-UNIDADE. A SEDE e sempre valida, mesmo antes de
      *          existir o cadastro (nome UNIDADE SEDE, ativa); codigo
      *          fora do cadastro devolve LK-ACHOU-UNIDADE = 'N' e o
      *          nome em espacos. Chamado por PROG02, PROG12, PROG38,
      *          PROG53, PROG65, PROG69 e PROG84.
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG99V.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIDADES-FILE ASSIGN TO "UNIDADES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIDADES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNIDADES-FILE.
       01  UNIDADES-REC.
           COPY UNIDREC.

       WORKING-STORAGE SECTION.

       77 WS-UNIDADES-STATUS   PIC X(02) VALUE "00".
       77 WRK-UNIDADE-SEDE     PIC X(04) VALUE "SEDE".
       77 WRK-NOME-SEDE        PIC X(30) VALUE "UNIDADE SEDE".

       LINKAGE SECTION.
       01 LK-UNIDADE           PIC X(04).
       01 LK-NOME-UNIDADE      PIC X(30).
       01 LK-SITUACAO-UNIDADE  PIC X(01).
       01 LK-ACHOU-UNIDADE     PIC X(01).

       PROCEDURE DIVISION USING LK-UNIDADE LK-NOME-UNIDADE
               LK-SITUACAO-UNIDADE LK-ACHOU-UNIDADE.

       MAIN-PROCESS.
           MOVE 'N' TO LK-ACHOU-UNIDADE
           MOVE SPACES TO LK-NOME-UNIDADE
           MOVE SPACE TO LK-SITUACAO-UNIDADE

           IF LK-UNIDADE = SPACES
               MOVE WRK-UNIDADE-SEDE TO LK-UNIDADE
           END-IF

           MOVE "00" TO WS-UNIDADES-STATUS
           OPEN INPUT UNIDADES-FILE
           IF WS-UNIDADES-STATUS = "00"
               PERFORM UNTIL WS-UNIDADES-STATUS = "10"
                       OR LK-ACHOU-UNIDADE = 'S'
                   READ UNIDADES-FILE
                       AT END
                           MOVE "10" TO WS-UNIDADES-STATUS
                       NOT AT END
                           IF UN-CODIGO = LK-UNIDADE
                               MOVE 'S' TO LK-ACHOU-UNIDADE
                               MOVE UN-NOME TO LK-NOME-UNIDADE
                               MOVE UN-SITUACAO TO
                                   LK-SITUACAO-UNIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNIDADES-FILE
           END-IF

      * A SEDE nunca fica invalida: sem linha no cadastro (ou antes
      * de ele existir) sai com o nome padrao, ativa.
           IF LK-ACHOU-UNIDADE NOT = 'S' AND
              LK-UNIDADE = WRK-UNIDADE-SEDE
               MOVE 'S' TO LK-ACHOU-UNIDADE
               MOVE WRK-NOME-SEDE TO LK-NOME-UNIDADE
               MOVE 'A' TO LK-SITUACAO-UNIDADE
           END-IF

           GOBACK.

       END PROGRAM PROG99V.
