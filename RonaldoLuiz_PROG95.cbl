      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Indice de atividade por matricula a partir do
      *          TRANSLOG. A consulta de balcao (PROG28) e os relatorios
      *          por aluno varriam o TRANSLOG inteiro, cada mes mais
      *          lento ate o arquivamento do PROG32. Aqui as linhas do
      *          TRANSLOG vivo com matricula ganham uma entrada no
      *          arquivo indexado ATIVIDX (layout ATIVIREC), chaveada
      *          por matricula, data e hora, com o arquivo e a posicao
      *          onde a linha esta. O ponto de partida e a posicao ja
      *          indexada gravada no ATIVCTL (layout ATIVCREC) e o
      *          limite e o total do arquivo no ultimo registro de
      *          controle do PROG43 (TRANSCTL): so entram as linhas
      *          cobertas pelo controle, e nenhuma entra duas vezes.
      *          TRANSLOG menor que a posicao ja indexada (perda ou
      *          arquivamento sem o reapontamento) soa o alarme no
      *          console e no OPSLOG e nada e indexado. Roda como passo
      *          da esteira de fechamento do dia (PROG40), depois do
      *          controle do PROG43, ou isoladamente.
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG95.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO "TRANSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT ATIVIDX-FILE ASSIGN TO "ATIVIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CHAVE
               FILE STATUS IS WS-ATIVIDX-STATUS.

           SELECT ATIVCTL-FILE ASSIGN TO "ATIVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATIVCTL-STATUS.

           SELECT OPSLOG-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

      * Mesmo layout gravado pelo PROG43 em TRANSCTL.
       FD  CONTROLE-FILE.
       01  CONTROLE-REC.
           05 TC-DATA             PIC X(08).
           05 TC-CNT-PROG06A      PIC 9(05).
           05 TC-CNT-PROG08       PIC 9(05).
           05 TC-CNT-MEDIA        PIC 9(05).
           05 TC-CNT-OUTROS       PIC 9(05).
           05 TC-CNT-DIA          PIC 9(06).
           05 TC-TOTAL-ARQUIVO    PIC 9(07).

       FD  ATIVIDX-FILE.
       01  ATIVIDX-REC.
           COPY ATIVIREC.

       FD  ATIVCTL-FILE.
       01  ATIVCTL-REC.
           COPY ATIVCREC.

      * Mesmo layout gravado pelo PROG31E em OPSLOG.
       FD  OPSLOG-FILE.
       01  OPSLOG-REC.
           05 OL-DATA             PIC X(08).
           05 OL-HORA             PIC X(06).
           05 OL-PROGRAMA         PIC X(08).
           05 OL-ARQUIVO          PIC X(12).
           05 OL-OPERACAO         PIC X(10).
           05 OL-STATUS           PIC X(02).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-CONTROLE-STATUS   PIC X(02) VALUE "00".
       77 WS-ATIVIDX-STATUS    PIC X(02) VALUE "00".
       77 WS-ATIVCTL-STATUS    PIC X(02) VALUE "00".
       77 WS-OPSLOG-STATUS     PIC X(02) VALUE "00".
       77 WRK-TEM-CONTROLE     PIC X VALUE 'N'.
       77 WRK-DATA-CONTROLE    PIC X(08) VALUE SPACES.
       77 WRK-TOTAL-CONTROLE   PIC 9(07) VALUE ZEROS.
       77 WRK-POSICAO-INICIAL  PIC 9(07) VALUE ZEROS.
       77 WRK-GRAVOU           PIC X VALUE 'N'.
       77 CNT-POSICAO          PIC 9(07) VALUE ZEROS.
       77 CNT-INDEXADAS        PIC 9(06) VALUE ZEROS.
       77 CNT-SEM-MATRICULA    PIC 9(06) VALUE ZEROS.
       77 CNT-DUPLICADAS       PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "INDICE DE ATIVIDADE POR MATRICULA (ATIVIDX)".
           DISPLAY "===================================".

           PERFORM LE-ULTIMO-CONTROLE
           IF WRK-TEM-CONTROLE NOT = 'S'
               DISPLAY "TRANSCTL SEM REGISTRO DE CONTROLE. RODE O "
                   "PROG43 EM MODO F ANTES DO INDICE."
               GOBACK
           END-IF

           PERFORM LE-CONTROLE-INDICE

           IF WRK-TOTAL-CONTROLE < WRK-POSICAO-INICIAL
               DISPLAY "*** ALARME: O CONTROLE DE " WRK-DATA-CONTROLE
                   " REGISTRA " WRK-TOTAL-CONTROLE
                   " LINHAS NO TRANSLOG, MENOS QUE AS "
                   WRK-POSICAO-INICIAL " JA INDEXADAS."
               DISPLAY "*** NADA FOI INDEXADO. CONFIRA O ARQMANIF E "
                   "O ATIVCTL."
               PERFORM GRAVA-ALARME-OPSLOG
               GOBACK
           END-IF

           IF WRK-TOTAL-CONTROLE > WRK-POSICAO-INICIAL
               PERFORM INDEXA-TRANSLOG
           END-IF

           PERFORM GRAVA-CONTROLE-INDICE

           DISPLAY "CONTROLE DO TRANSLOG: " WRK-DATA-CONTROLE
               "  LINHAS " WRK-POSICAO-INICIAL " A "
               WRK-TOTAL-CONTROLE
           DISPLAY "ENTRADAS INCLUIDAS NO ATIVIDX: " CNT-INDEXADAS
           DISPLAY "LINHAS SEM MATRICULA........: " CNT-SEM-MATRICULA
           IF CNT-DUPLICADAS > ZEROS
               DISPLAY "LINHAS NAO INDEXADAS (MAIS DE 999 NO MESMO "
                   "SEGUNDO): " CNT-DUPLICADAS
           END-IF

           GOBACK.

      * ----------------------------------------------------------------
      * Le o ultimo registro de controle gravado pelo PROG43 no
      * TRANSCTL: data controlada e total de linhas do TRANSLOG.
      * ----------------------------------------------------------------
       LE-ULTIMO-CONTROLE.

           MOVE 'N' TO WRK-TEM-CONTROLE

           OPEN INPUT CONTROLE-FILE
           IF WS-CONTROLE-STATUS = "00"
               PERFORM UNTIL WS-CONTROLE-STATUS = "10"
                   READ CONTROLE-FILE
                       AT END
                           MOVE "10" TO WS-CONTROLE-STATUS
                       NOT AT END
                           MOVE TC-DATA          TO WRK-DATA-CONTROLE
                           MOVE TC-TOTAL-ARQUIVO TO WRK-TOTAL-CONTROLE
                           MOVE 'S' TO WRK-TEM-CONTROLE
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-FILE
           END-IF
           MOVE "00" TO WS-CONTROLE-STATUS.

      * ----------------------------------------------------------------
      * Le a posicao ja indexada no ATIVCTL; sem o controle (primeira
      * execucao), o TRANSLOG vivo e indexado desde a primeira linha.
      * ----------------------------------------------------------------
       LE-CONTROLE-INDICE.

           MOVE ZEROS TO WRK-POSICAO-INICIAL

           OPEN INPUT ATIVCTL-FILE
           IF WS-ATIVCTL-STATUS = "00"
               READ ATIVCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AK-POSICAO IS NUMERIC
                           MOVE AK-POSICAO TO WRK-POSICAO-INICIAL
                       END-IF
               END-READ
               CLOSE ATIVCTL-FILE
           END-IF
           MOVE "00" TO WS-ATIVCTL-STATUS.

      * ----------------------------------------------------------------
      * Percorre o TRANSLOG vivo e indexa as linhas depois da posicao
      * ja indexada, ate o total do controle.
      * ----------------------------------------------------------------
       INDEXA-TRANSLOG.

           MOVE ZEROS TO CNT-POSICAO

           OPEN I-O ATIVIDX-FILE
           IF WS-ATIVIDX-STATUS NOT = "00"
               CLOSE ATIVIDX-FILE
               OPEN OUTPUT ATIVIDX-FILE
           END-IF

           MOVE "00" TO WS-TRANSLOG-STATUS
           OPEN INPUT TRANS-LOG-FILE
           IF WS-TRANSLOG-STATUS NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO TRANSLOG."
           ELSE
               PERFORM INDEXA-UMA-LINHA
                   UNTIL WS-TRANSLOG-STATUS = "10"
               CLOSE TRANS-LOG-FILE
           END-IF

           CLOSE ATIVIDX-FILE.

      * ----------------------------------------------------------------
      * Le uma linha do TRANSLOG e, quando dentro da faixa e com
      * matricula, grava a entrada no indice.
      * ----------------------------------------------------------------
       INDEXA-UMA-LINHA.

           READ TRANS-LOG-FILE
               AT END
                   MOVE "10" TO WS-TRANSLOG-STATUS
               NOT AT END
                   ADD 1 TO CNT-POSICAO
                   IF CNT-POSICAO > WRK-TOTAL-CONTROLE
                       MOVE "10" TO WS-TRANSLOG-STATUS
                   ELSE
                       IF CNT-POSICAO > WRK-POSICAO-INICIAL
                           IF TR-MATRICULA IS NUMERIC AND
                              TR-MATRICULA > ZEROS
                               PERFORM GRAVA-ENTRADA-INDICE
                           ELSE
                               ADD 1 TO CNT-SEM-MATRICULA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Grava a entrada da linha corrente; transacoes da mesma
      * matricula no mesmo segundo recebem a sequencia seguinte.
      * ----------------------------------------------------------------
       GRAVA-ENTRADA-INDICE.

           MOVE SPACES         TO ATIVIDX-REC
           MOVE TR-MATRICULA   TO AX-MATRICULA
           MOVE TR-DATA        TO AX-DATA
           MOVE TR-HORA        TO AX-HORA
           MOVE ZEROS          TO AX-SEQ
           MOVE "TRANSLOG"     TO AX-ARQUIVO
           MOVE CNT-POSICAO    TO AX-POSICAO
           MOVE TR-OPERADOR    TO AX-OPERADOR
           MOVE TR-PROGRAMA    TO AX-PROGRAMA
           MOVE TR-DESCRICAO   TO AX-DESCRICAO
           MOVE TR-MATERIA     TO AX-MATERIA
           MOVE TR-PERIODO     TO AX-PERIODO

           MOVE 'N' TO WRK-GRAVOU
           PERFORM UNTIL WRK-GRAVOU NOT = 'N'
               WRITE ATIVIDX-REC
                   INVALID KEY
                       IF AX-SEQ < 999
                           ADD 1 TO AX-SEQ
                       ELSE
                           MOVE 'D' TO WRK-GRAVOU
                       END-IF
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-GRAVOU
               END-WRITE
           END-PERFORM

           IF WRK-GRAVOU = 'S'
               ADD 1 TO CNT-INDEXADAS
           ELSE
               ADD 1 TO CNT-DUPLICADAS
           END-IF.

      * ----------------------------------------------------------------
      * Regrava o ATIVCTL com a nova posicao indexada e a data do
      * controle usado.
      * ----------------------------------------------------------------
       GRAVA-CONTROLE-INDICE.

           OPEN OUTPUT ATIVCTL-FILE
           MOVE SPACES             TO ATIVCTL-REC
           MOVE WRK-TOTAL-CONTROLE TO AK-POSICAO
           MOVE WRK-DATA-CONTROLE  TO AK-DATA-CONTROLE
           ACCEPT AK-DATA-EXEC     FROM DATE YYYYMMDD
           ACCEPT AK-HORA-EXEC     FROM TIME
           MOVE CNT-INDEXADAS      TO AK-INDEXADAS
           WRITE ATIVCTL-REC
           CLOSE ATIVCTL-FILE.

      * ----------------------------------------------------------------
      * Grava o alarme no OPSLOG (mesmo layout do PROG31E), para a
      * analise de operacao enxergar o indice parado junto com os
      * erros de gravacao.
      * ----------------------------------------------------------------
       GRAVA-ALARME-OPSLOG.

           OPEN EXTEND OPSLOG-FILE
           IF WS-OPSLOG-STATUS NOT = "00"
               CLOSE OPSLOG-FILE
               OPEN OUTPUT OPSLOG-FILE
           END-IF

           IF WS-OPSLOG-STATUS = "00"
               MOVE SPACES          TO OPSLOG-REC
               ACCEPT OL-DATA       FROM DATE YYYYMMDD
               ACCEPT OL-HORA       FROM TIME
               MOVE "PROG95"        TO OL-PROGRAMA
               MOVE "ATIVIDX"       TO OL-ARQUIVO
               MOVE "INDEXA"        TO OL-OPERACAO
               MOVE "IX"            TO OL-STATUS
               WRITE OPSLOG-REC
               CLOSE OPSLOG-FILE
           ELSE
               DISPLAY "ATENCAO: NEM O LOG OPSLOG PODE SER GRAVADO."
           END-IF
           MOVE "00" TO WS-OPSLOG-STATUS.

       END PROGRAM PROG95.
