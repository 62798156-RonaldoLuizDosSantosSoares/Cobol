      *                 SP-MEMBRO era truncado a cada expurgo (hoje
      *                 inofensivo, os nomes de membro nao passam de
      *                 33 posicoes, mas era uma espera de quebra).
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG62.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-SPOOLIDX-STATUS   PIC X(02) VALUE "00".
       77 WS-IDXNOVO-STATUS    PIC X(02) VALUE "00".
       77 WS-MEMBRO-STATUS     PIC X(02) VALUE "00".
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "UTILITARIO DO SPOOL DE RELATORIOS (SPOOLIDX)".
           DISPLAY "===================================".
