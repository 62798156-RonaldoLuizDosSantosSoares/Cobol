      *                 PROG52) entram na contagem de lote junto com
      *                 as LOTE-COMOD, em vez de serem somadas como
      *                 calculos interativos.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - As linhas LOTE-PINTU (estimativa de pintura do
      *                 PROG52) tambem entram na contagem de lote.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG34.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-AREALOG-STATUS    PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 CNT-REGISTROS        PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "RESUMO DE AUDITORIA DO AREALOG".
           DISPLAY "===================================".
           PERFORM ACUMULA-AREALOG

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM IMPRIME-RELATORIO
           CLOSE RELATORIO-FILE


           MOVE LOG-AREA TO WRK-AREA-NUM

           IF LOG-FORMA = "LOTE-COMOD" OR LOG-FORMA = "LOTE-ORCAM" OR
              LOG-FORMA = "LOTE-PINTU"
               ADD 1 TO CNT-LOTE
           ELSE
               ADD 1 TO CNT-INTERATIVOS
