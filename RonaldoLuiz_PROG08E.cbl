      *                 PROG08) ganha no boletim as linhas do detalhe
      *                 (numero e nota de cada avaliacao) logo abaixo
      *                 da linha da disciplina.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG08E.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO            PIC X(01) VALUE 'P'.
       77 WS-NOTASDISC-STATUS   PIC X(02) VALUE "00".
       77 WRK-NOTASDISC-OK      PIC X VALUE 'N'.
       77 WS-BOLETIM-STATUS     PIC X(02) VALUE "00".
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "BOLETIM CONSOLIDADO DE FIM DE PERIODO".
           DISPLAY "===================================".
           PERFORM OBTER-PESOS

           OPEN OUTPUT BOLETIM-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   BOLETIM-LINHA
               WRITE BOLETIM-LINHA
           END-IF
           MOVE "BOLETIM CONSOLIDADO - MEDIA GERAL DO ALUNO" TO
               BOLETIM-LINHA
           WRITE BOLETIM-LINHA
