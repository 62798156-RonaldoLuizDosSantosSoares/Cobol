      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Relatorio de envelhecimento (aging) das cobrancas em
      *          atraso da conta do aluno (MENSALID). Para a data-base
      *          informada (em branco, a data de hoje), lista cada
      *          cobranca ainda aberta com vencimento anterior a ela -
      *          nosso numero, matricula, nome (ALUNCAD), competencia,
      *          vencimento, dias de atraso e saldo em aberto - e
      *          totaliza o saldo por faixa de atraso (1 a 30, 31 a
      *          60, 61 a 90 e acima de 90 dias), com o total a vencer
      *          a parte. Saida em RELATRASO, retida no spool
      *          (PROG62V).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG74.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALID-FILE ASSIGN TO "MENSALID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MN-CHAVE OF MENSALID-REC
               FILE STATUS IS WS-MENSALID-STATUS.

           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELATRASO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSALID-FILE.
       01  MENSALID-REC.
           COPY MENSREC.

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(100).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-MENSALID-STATUS   PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-DATA-BASE        PIC X(08) VALUE SPACES.
       77 WRK-DATA-BASE-NUM    PIC 9(08) VALUE ZEROS.
       77 WRK-VENCTO-NUM       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO      PIC 9(05) VALUE ZEROS.
       77 WRK-ALUNCAD-OK       PIC X VALUE 'N'.
       77 WRK-NOME             PIC X(30) VALUE SPACES.
       77 WRK-FAIXA            PIC X(09) VALUE SPACES.
       77 CNT-ATRASADAS        PIC 9(05) VALUE ZEROS.
       77 CNT-FAIXA-30         PIC 9(05) VALUE ZEROS.
       77 CNT-FAIXA-60         PIC 9(05) VALUE ZEROS.
       77 CNT-FAIXA-90         PIC 9(05) VALUE ZEROS.
       77 CNT-FAIXA-MAIS       PIC 9(05) VALUE ZEROS.
       77 CNT-A-VENCER         PIC 9(05) VALUE ZEROS.
       77 TOT-FAIXA-30         PIC 9(09)V99 VALUE ZEROS.
       77 TOT-FAIXA-60         PIC 9(09)V99 VALUE ZEROS.
       77 TOT-FAIXA-90         PIC 9(09)V99 VALUE ZEROS.
       77 TOT-FAIXA-MAIS       PIC 9(09)V99 VALUE ZEROS.
       77 TOT-ATRASADO         PIC 9(09)V99 VALUE ZEROS.
       77 TOT-A-VENCER         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIAS-EDIT        PIC ZZZZ9.
       77 WRK-VALOR-EDIT       PIC ZZZZ9.99.
       77 WRK-TOTAL-EDIT       PIC ZZZZZZZZ9.99.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELATRASO".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG74".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "COBRANCAS EM ATRASO (RELATRASO)".
           DISPLAY "===================================".

           DISPLAY "DATA-BASE (AAAAMMDD, EM BRANCO = HOJE):"
           ACCEPT WRK-DATA-BASE
           IF WRK-DATA-BASE = SPACES
               ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
           END-IF
           IF WRK-DATA-BASE IS NOT NUMERIC
               DISPLAY "DATA-BASE INVALIDA. RELATORIO NAO GERADO."
               GOBACK
           END-IF
           MOVE WRK-DATA-BASE TO WRK-DATA-BASE-NUM

           OPEN INPUT MENSALID-FILE
           IF WS-MENSALID-STATUS NOT = "00"
               DISPLAY "ARQUIVO MENSALID NAO ENCONTRADO. RODE O "
                   "FATURAMENTO (PROG70)."
               GOBACK
           END-IF

           MOVE 'N' TO WRK-ALUNCAD-OK
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE 'S' TO WRK-ALUNCAD-OK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM IMPRIME-CABECALHO

           PERFORM CLASSIFICA-UMA-COBRANCA
               UNTIL WS-MENSALID-STATUS = "10"

           PERFORM IMPRIME-TOTAIS

           CLOSE RELATORIO-FILE
           CLOSE MENSALID-FILE
           IF WRK-ALUNCAD-OK = 'S'
               CLOSE ALUNO-CAD-FILE
           END-IF

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           MOVE TOT-ATRASADO TO WRK-TOTAL-EDIT
           DISPLAY "RELATORIO GRAVADO EM RELATRASO."
           DISPLAY "COBRANCAS EM ATRASO: " CNT-ATRASADAS
               "  SALDO EM ATRASO: " WRK-TOTAL-EDIT

           GOBACK.

      * ----------------------------------------------------------------
      * Cabecalho do relatorio.
      * ----------------------------------------------------------------
       IMPRIME-CABECALHO.

           MOVE "COBRANCAS DE MENSALIDADE EM ATRASO" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "DATA-BASE: " WRK-DATA-BASE
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           MOVE "NOSSO NUM. MATRIC NOME" TO RELATORIO-LINHA (1:22)
           MOVE "COMPET VENCTO    DIAS    SALDO FAIXA" TO
               RELATORIO-LINHA (46:36)
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Le a proxima linha da conta e, quando cobranca aberta,
      * classifica pelo atraso em relacao a data-base.
      * ----------------------------------------------------------------
       CLASSIFICA-UMA-COBRANCA.

           READ MENSALID-FILE NEXT
               AT END
                   MOVE "10" TO WS-MENSALID-STATUS
               NOT AT END
                   IF MN-TIPO = 'C' AND MN-SITUACAO = 'A' AND
                      MN-SALDO > 0 AND MN-VENCIMENTO IS NUMERIC
                       MOVE MN-VENCIMENTO TO WRK-VENCTO-NUM
                       IF WRK-VENCTO-NUM < WRK-DATA-BASE-NUM
                           PERFORM IMPRIME-ATRASADA
                       ELSE
                           ADD 1 TO CNT-A-VENCER
                           ADD MN-SALDO TO TOT-A-VENCER
                       END-IF
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Calcula os dias de atraso, acumula na faixa e imprime a linha
      * da cobranca atrasada.
      * ----------------------------------------------------------------
       IMPRIME-ATRASADA.

           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-BASE-NUM) -
               FUNCTION INTEGER-OF-DATE (WRK-VENCTO-NUM)

           ADD 1 TO CNT-ATRASADAS
           ADD MN-SALDO TO TOT-ATRASADO
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO <= 30
                   MOVE "1-30" TO WRK-FAIXA
                   ADD 1 TO CNT-FAIXA-30
                   ADD MN-SALDO TO TOT-FAIXA-30
               WHEN WRK-DIAS-ATRASO <= 60
                   MOVE "31-60" TO WRK-FAIXA
                   ADD 1 TO CNT-FAIXA-60
                   ADD MN-SALDO TO TOT-FAIXA-60
               WHEN WRK-DIAS-ATRASO <= 90
                   MOVE "61-90" TO WRK-FAIXA
                   ADD 1 TO CNT-FAIXA-90
                   ADD MN-SALDO TO TOT-FAIXA-90
               WHEN OTHER
                   MOVE "ACIMA 90" TO WRK-FAIXA
                   ADD 1 TO CNT-FAIXA-MAIS
                   ADD MN-SALDO TO TOT-FAIXA-MAIS
           END-EVALUATE

           MOVE SPACES TO WRK-NOME
           IF WRK-ALUNCAD-OK = 'S'
               MOVE MN-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)" TO WRK-NOME
                   NOT INVALID KEY
                       MOVE AC-NOME TO WRK-NOME
               END-READ
           END-IF

           MOVE WRK-DIAS-ATRASO TO WRK-DIAS-EDIT
           MOVE MN-SALDO TO WRK-VALOR-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING MN-CHAVE " " MN-MATRICULA " " WRK-NOME (1:26) " "
               MN-COMPETENCIA " " MN-VENCIMENTO " " WRK-DIAS-EDIT
               " " WRK-VALOR-EDIT " " WRK-FAIXA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Totais por faixa de atraso e o total a vencer.
      * ----------------------------------------------------------------
       IMPRIME-TOTAIS.

           IF CNT-ATRASADAS = 0
               MOVE "  (NENHUMA COBRANCA EM ATRASO)" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "SALDO EM ATRASO POR FAIXA:" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE TOT-FAIXA-30 TO WRK-TOTAL-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  1 A 30 DIAS....: " CNT-FAIXA-30 " COBRANCA(S) "
               WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE TOT-FAIXA-60 TO WRK-TOTAL-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  31 A 60 DIAS...: " CNT-FAIXA-60 " COBRANCA(S) "
               WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE TOT-FAIXA-90 TO WRK-TOTAL-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  61 A 90 DIAS...: " CNT-FAIXA-90 " COBRANCA(S) "
               WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE TOT-FAIXA-MAIS TO WRK-TOTAL-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  ACIMA DE 90....: " CNT-FAIXA-MAIS " COBRANCA(S) "
               WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE TOT-ATRASADO TO WRK-TOTAL-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  TOTAL EM ATRASO: " CNT-ATRASADAS " COBRANCA(S) "
               WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE TOT-A-VENCER TO WRK-TOTAL-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "A VENCER.........: " CNT-A-VENCER " COBRANCA(S) "
               WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

       END PROGRAM PROG74.
