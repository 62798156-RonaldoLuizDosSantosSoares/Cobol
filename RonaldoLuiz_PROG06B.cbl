      *                 retida no spool (PROG62V, indice SPOOLIDX): a
      *                 reexecucao deixava de destruir a copia de
      *                 ontem.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Acrescentado o grupo SUSPENSO ABAND, marcado
      *                 pelo PROG46 nos registros de periodo aberto de
      *                 alunos com abandono registrado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG06B.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO          PIC X(01) VALUE 'P'.
       77 WS-ALUNOS-STATUS    PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WRK-SITUACAO-FILTRO PIC X(15) VALUE SPACES.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "PERIODO LETIVO (EX. 2026-1, BRANCO = TODOS):"
           ACCEPT WRK-PERIODO-FILTRO

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           MOVE "RELATORIO DE ALUNOS POR SITUACAO" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "SUSPENSO TRANSF" TO WRK-SITUACAO-FILTRO
           PERFORM IMPRIME-GRUPO

           MOVE "SUSPENSO ABAND" TO WRK-SITUACAO-FILTRO
           PERFORM IMPRIME-GRUPO

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           STRING "TOTAL GERAL DE ALUNOS: " CNT-TOTAL
