      *                 retida no spool (PROG62V, indice SPOOLIDX): a
      *                 reexecucao deixava de destruir a copia de
      *                 ontem.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG14.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-ALUNOS-STATUS     PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CONCILIACAO DE FIM DE DIA - TRANSLOG".
           DISPLAY "===================================".
           ACCEPT WRK-DATA-CONCILIA

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE SPACES TO RELATORIO-LINHA
           STRING "CONCILIACAO DE FIM DE DIA - DATA "
               WRK-DATA-CONCILIA DELIMITED BY SIZE INTO RELATORIO-LINHA
