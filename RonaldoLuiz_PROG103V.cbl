      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Subprograma do estagio supervisionado: para a
      *          matricula e o curso (codigo do catalogo, as 10
      *          primeiras posicoes do curso do cadastro) informados,
      *          devolve se o curso exige estagio e quantas horas
      *          (tabela ESTAGCUR, mantida a mao como o CATALOGO), a
      *          soma das horas aprovadas nos relatorios mensais
      *          (ESTAGHORAS) dos contratos do aluno que nao foram
      *          cancelados (ESTAGIOS) e LK-ATENDIDO = 'S' quando o
      *          curso nao exige estagio ou as horas aprovadas cobrem
      *          as exigidas. Horas pendentes ou recusadas nao contam.
      *          Chamado pelo PROG37V na integralizacao e pelo PROG103
      *          para sugerir as horas do contrato novo.
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG103V.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTAGCUR-FILE ASSIGN TO "ESTAGCUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTAGCUR-STATUS.

           SELECT ESTAGIOS-FILE ASSIGN TO "ESTAGIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE OF ESTAGIO-REC
               FILE STATUS IS WS-ESTAGIOS-STATUS.

           SELECT ESTAGHORAS-FILE ASSIGN TO "ESTAGHORAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-CHAVE OF ESTAGHORAS-REC
               FILE STATUS IS WS-ESTAGHORAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Exigencia de estagio por curso: codigo do curso no catalogo e
      * horas exigidas (curso fora da tabela nao exige estagio).
       FD  ESTAGCUR-FILE.
       01  ESTAGCUR-REC.
           05 EC-CURSO            PIC X(10).
           05 FILLER              PIC X(01).
           05 EC-HORAS            PIC 9(04).

       FD  ESTAGIOS-FILE.
       01  ESTAGIO-REC.
           COPY ESTGREC.

       FD  ESTAGHORAS-FILE.
       01  ESTAGHORAS-REC.
           COPY EHORREC.

       WORKING-STORAGE SECTION.

       77 WS-ESTAGCUR-STATUS   PIC X(02) VALUE "00".
       77 WS-ESTAGIOS-STATUS   PIC X(02) VALUE "00".
       77 WS-ESTAGHORAS-STATUS PIC X(02) VALUE "00".
       77 WRK-ACHOU-CURSO      PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01 LK-MATRICULA         PIC 9(06).
       01 LK-CURSO             PIC X(10).
       01 LK-EXIGIDO           PIC X(01).
       01 LK-HORAS-EXIGIDAS    PIC 9(04).
       01 LK-HORAS-APROVADAS   PIC 9(04).
       01 LK-ATENDIDO          PIC X(01).

       PROCEDURE DIVISION USING LK-MATRICULA LK-CURSO LK-EXIGIDO
               LK-HORAS-EXIGIDAS LK-HORAS-APROVADAS LK-ATENDIDO.

       MAIN-PROCESS.
           MOVE 'N' TO LK-EXIGIDO
           MOVE ZEROS TO LK-HORAS-EXIGIDAS LK-HORAS-APROVADAS
           MOVE 'S' TO LK-ATENDIDO

           PERFORM PROCURA-EXIGENCIA-CURSO

           IF LK-MATRICULA > 0
               PERFORM SOMA-HORAS-APROVADAS
           END-IF

           IF LK-EXIGIDO = 'S' AND
              LK-HORAS-APROVADAS < LK-HORAS-EXIGIDAS
               MOVE 'N' TO LK-ATENDIDO
           END-IF

           GOBACK.

      * ----------------------------------------------------------------
      * Procura o curso na tabela ESTAGCUR (linha com horas invalidas
      * ou zeradas e ignorada).
      * ----------------------------------------------------------------
       PROCURA-EXIGENCIA-CURSO.

           MOVE 'N' TO WRK-ACHOU-CURSO
           MOVE "00" TO WS-ESTAGCUR-STATUS
           OPEN INPUT ESTAGCUR-FILE
           IF WS-ESTAGCUR-STATUS = "00"
               PERFORM UNTIL WS-ESTAGCUR-STATUS = "10"
                       OR WRK-ACHOU-CURSO = 'S'
                   READ ESTAGCUR-FILE
                       AT END
                           MOVE "10" TO WS-ESTAGCUR-STATUS
                       NOT AT END
                           IF EC-CURSO = LK-CURSO AND
                              EC-HORAS IS NUMERIC AND EC-HORAS > 0
                               MOVE 'S' TO WRK-ACHOU-CURSO
                               MOVE 'S' TO LK-EXIGIDO
                               MOVE EC-HORAS TO LK-HORAS-EXIGIDAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTAGCUR-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Soma as horas aprovadas dos contratos nao cancelados da
      * matricula (START na matricula das duas chaves).
      * ----------------------------------------------------------------
       SOMA-HORAS-APROVADAS.

           MOVE "00" TO WS-ESTAGIOS-STATUS
           OPEN INPUT ESTAGIOS-FILE
           IF WS-ESTAGIOS-STATUS = "00"
               MOVE "00" TO WS-ESTAGHORAS-STATUS
               OPEN INPUT ESTAGHORAS-FILE
               IF WS-ESTAGHORAS-STATUS = "00"
                   MOVE LK-MATRICULA TO ES-MATRICULA
                   MOVE ZEROS TO ES-SEQUENCIA
                   START ESTAGIOS-FILE KEY NOT LESS THAN ES-CHAVE
                       INVALID KEY
                           MOVE "10" TO WS-ESTAGIOS-STATUS
                   END-START
                   PERFORM UNTIL WS-ESTAGIOS-STATUS = "10"
                       READ ESTAGIOS-FILE NEXT
                           AT END
                               MOVE "10" TO WS-ESTAGIOS-STATUS
                           NOT AT END
                               IF ES-MATRICULA NOT = LK-MATRICULA
                                   MOVE "10" TO WS-ESTAGIOS-STATUS
                               ELSE
                                   IF ES-SITUACAO NOT = 'C'
                                       PERFORM SOMA-HORAS-CONTRATO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ESTAGHORAS-FILE
               END-IF
               CLOSE ESTAGIOS-FILE
           END-IF
           MOVE "00" TO WS-ESTAGIOS-STATUS
           MOVE "00" TO WS-ESTAGHORAS-STATUS.

      * ----------------------------------------------------------------
      * Soma as horas aprovadas dos relatorios mensais do contrato
      * corrente.
      * ----------------------------------------------------------------
       SOMA-HORAS-CONTRATO.

           MOVE "00" TO WS-ESTAGHORAS-STATUS
           MOVE ES-MATRICULA TO EH-MATRICULA
           MOVE ES-SEQUENCIA TO EH-SEQUENCIA
           MOVE LOW-VALUES   TO EH-COMPETENCIA
           START ESTAGHORAS-FILE KEY NOT LESS THAN EH-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-ESTAGHORAS-STATUS
           END-START
           PERFORM UNTIL WS-ESTAGHORAS-STATUS = "10"
               READ ESTAGHORAS-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ESTAGHORAS-STATUS
                   NOT AT END
                       IF EH-MATRICULA NOT = ES-MATRICULA OR
                          EH-SEQUENCIA NOT = ES-SEQUENCIA
                           MOVE "10" TO WS-ESTAGHORAS-STATUS
                       ELSE
                           IF EH-SITUACAO = 'A'
                               ADD EH-HORAS TO LK-HORAS-APROVADAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM PROG103V.
