      *                 aberto OUTPUT (status 47/49), o anterior nunca
      *                 chegava ao NOTASDUP e o primeiro lancamento
      *                 prevalecia em vez do ultimo.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG29.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-NOTAS-SEQ-STATUS  PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-SUPERADOS-STATUS  PIC X(02) VALUE "00".
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CONSOLIDACAO DE NOTASDISC (ULTIMO PREVALECE)".
           DISPLAY "===================================".
               OPEN I-O NOTASDISC-FILE
               OPEN OUTPUT SUPERADOS-FILE
               OPEN OUTPUT RELATORIO-FILE
               IF WRK-REGIAO = 'T'
                   MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                       RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF

               MOVE "CONSOLIDACAO DE NOTASDISC - ULTIMO LANCAMENTO "
                   TO RELATORIO-LINHA
