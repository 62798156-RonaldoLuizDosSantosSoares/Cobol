      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Subprograma que diz se a matricula tem pendencia
      *          ativa (sem data de baixa) no arquivo PENDENCIAS,
      *          mantido pelo PROG75. Devolve LK-TEM-PENDENCIA = 'S' e,
      *          em LK-MOTIVO, o tipo e a origem da primeira pendencia
      *          ativa encontrada, para o chamador dizer por que o
      *          aluno foi recusado. Sem arquivo ou sem pendencia
      *          ativa, devolve 'N' e o motivo em espacos. Chamado por
      *          PROG27, PROG36 e PROG63.
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG75V.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDENCIAS-FILE ASSIGN TO "PENDENCIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-CHAVE OF PENDENCIA-REC
               FILE STATUS IS WS-PENDENCIAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDENCIAS-FILE.
       01  PENDENCIA-REC.
           COPY PENDREC.

       WORKING-STORAGE SECTION.

       77 WS-PENDENCIAS-STATUS PIC X(02) VALUE "00".
       77 WRK-TIPO-DESC        PIC X(13) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-MATRICULA         PIC 9(06).
       01 LK-TEM-PENDENCIA     PIC X(01).
       01 LK-MOTIVO            PIC X(40).

       PROCEDURE DIVISION USING LK-MATRICULA LK-TEM-PENDENCIA
               LK-MOTIVO.

       MAIN-PROCESS.
           MOVE 'N' TO LK-TEM-PENDENCIA
           MOVE SPACES TO LK-MOTIVO

           MOVE "00" TO WS-PENDENCIAS-STATUS
           OPEN INPUT PENDENCIAS-FILE
           IF WS-PENDENCIAS-STATUS = "00"
               MOVE LK-MATRICULA TO PE-MATRICULA
               MOVE ZEROS TO PE-SEQUENCIA
               START PENDENCIAS-FILE KEY NOT LESS THAN PE-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-PENDENCIAS-STATUS
               END-START
               PERFORM UNTIL WS-PENDENCIAS-STATUS = "10"
                       OR LK-TEM-PENDENCIA = 'S'
                   READ PENDENCIAS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-PENDENCIAS-STATUS
                       NOT AT END
                           IF PE-MATRICULA = LK-MATRICULA
                               IF PE-DATA-BAIXA = SPACES
                                   PERFORM MONTA-MOTIVO
                               END-IF
                           ELSE
                               MOVE "10" TO WS-PENDENCIAS-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDENCIAS-FILE
           END-IF

           GOBACK.

      * ----------------------------------------------------------------
      * Monta o motivo da recusa com o tipo e a origem da pendencia
      * ativa encontrada.
      * ----------------------------------------------------------------
       MONTA-MOTIVO.

           MOVE 'S' TO LK-TEM-PENDENCIA

           EVALUATE PE-TIPO
               WHEN 'B'
                   MOVE "BIBLIOTECA" TO WRK-TIPO-DESC
               WHEN 'F'
                   MOVE "FINANCEIRO" TO WRK-TIPO-DESC
               WHEN 'D'
                   MOVE "DOCUMENTACAO" TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE "OUTROS" TO WRK-TIPO-DESC
           END-EVALUATE

           STRING WRK-TIPO-DESC " - " PE-ORIGEM
               DELIMITED BY SIZE INTO LK-MOTIVO.

       END PROGRAM PROG75V.
