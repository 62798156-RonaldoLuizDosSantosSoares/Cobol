      *          estava na tela. Saida na tela e no relatorio CONSHIST.
      * Modification History:
      *   22/08 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Correcao motivada por ocorrencia disciplinar
      *                 (prova anulada no PROG101) sai com o numero da
      *                 ocorrencia (NH-OCORRENCIA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG17.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-NOTASHIST-STATUS  PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CONSULTA DA TRILHA DE CORRECOES (NOTASHIST)".
           DISPLAY "===================================".
           END-PERFORM

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE SPACES TO RELATORIO-LINHA
           STRING "CORRECOES DE NOTA DA MATRICULA " WRK-MATRICULA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           IF NH-OCORRENCIA NOT = SPACES
               MOVE SPACES TO RELATORIO-LINHA
               STRING "  PROVA ANULADA - OCORRENCIA DISCIPLINAR "
                   NH-OCORRENCIA " (PROG101)"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           STRING "  ANTES : MEDIA " WRK-ANT-MEDIA-EDIT
               " SITUACAO " NH-ANT-SITUACAO
