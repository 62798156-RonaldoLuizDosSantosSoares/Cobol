      *                 sem recibo" real. O recibo de periodo
      *                 divergente sai em RECIBO DE REGISTRO NAO
      *                 ENVIADO, com o periodo na linha.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG49.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-EXTRATO-STATUS    PIC X(02) VALUE "00".
       77 WS-RETORNO-STATUS    PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "RETORNO DA INTERFACE EXTRACAD (RELRETCAD)".
           DISPLAY "===================================".
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "EXCECOES DO RETORNO DA SECRETARIA (EXTRACAD)" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
