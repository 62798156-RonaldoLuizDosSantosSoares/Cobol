      *          para cobrir o TRANSLOG inteiro. Saida em RELPRODUT.
      * Modification History:
      *   22/08 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG16.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-DATA-FILTRO      PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "PRODUTIVIDADE DE OPERADORES (TRANSLOG)".
           DISPLAY "===================================".
           PERFORM ACUMULA-TRANSLOG

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM IMPRIME-RELATORIO
           CLOSE RELATORIO-FILE

