      *                 relatorio; as demais, geradas via PERGUNTAR-
      *                 REINICIAR na mesma execucao, continuam sendo
      *                 acrescentadas a ele.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      **********************

       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       01 WS-HISTORICO-STATUS   PIC X(02) VALUE "00".
       01 WS-PEDIDOS-STATUS     PIC X(02) VALUE "00".
       01 WS-EXCECAO-STATUS     PIC X(02) VALUE "00".
       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY " PROGRAMA - PROXIMOS NUMEROS PARES E IMPARES ".
           DISPLAY "  1 - Interativo"
               CLOSE RELATORIO-FILE
               OPEN OUTPUT RELATORIO-FILE
           END-IF
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD

