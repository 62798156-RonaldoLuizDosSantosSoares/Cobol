      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Subprograma das ordens de servico das salas: para a
      *          sala (nome do comodo no COMODOS) informada, devolve
      *          LK-INTERDITADA = 'S' quando ha no ORDSERV (PROG107)
      *          uma ordem da sala marcada como interditada e ainda nao
      *          fechada. Sem o ORDSERV, nenhuma sala e interditada.
      *          Chamado pelo PROG53 (alocacao de salas), pelo PROG76
      *          (horario) e pelo PROG84 (ensalamento de provas) para
      *          deixar a sala fora de uso, e pelo PROG107 no
      *          fechamento da ordem.
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG107V.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDSERV-FILE ASSIGN TO "ORDSERV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-CHAVE OF ORDSERV-REC
               FILE STATUS IS WS-ORDSERV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDSERV-FILE.
       01  ORDSERV-REC.
           COPY OSERVREC.

       WORKING-STORAGE SECTION.

       77 WS-ORDSERV-STATUS    PIC X(02) VALUE "00".

       LINKAGE SECTION.
       01 LK-SALA              PIC X(15).
       01 LK-INTERDITADA       PIC X(01).

       PROCEDURE DIVISION USING LK-SALA LK-INTERDITADA.

       MAIN-PROCESS.
           MOVE 'N' TO LK-INTERDITADA

           MOVE "00" TO WS-ORDSERV-STATUS
           OPEN INPUT ORDSERV-FILE
           IF WS-ORDSERV-STATUS = "00"
               MOVE LK-SALA TO OS-SALA
               MOVE ZEROS TO OS-NUMERO
               START ORDSERV-FILE KEY NOT LESS THAN OS-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-ORDSERV-STATUS
               END-START
               PERFORM UNTIL WS-ORDSERV-STATUS = "10"
                       OR LK-INTERDITADA = 'S'
                   READ ORDSERV-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ORDSERV-STATUS
                       NOT AT END
                           IF OS-SALA NOT = LK-SALA
                               MOVE "10" TO WS-ORDSERV-STATUS
                           ELSE
                               IF OS-INTERDITA = 'S' AND
                                  OS-SITUACAO NOT = 'F'
                                   MOVE 'S' TO LK-INTERDITADA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDSERV-FILE
           END-IF

           GOBACK.

       END PROGRAM PROG107V.
