      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Relatorio semanal das ordens de servico das salas
      *          (RELORDSERV). Para a data-base informada (em branco,
      *          a data de hoje), lista as ordens nao fechadas do
      *          ORDSERV (PROG107) com a idade em dias desde a
      *          abertura, a prioridade, a situacao, a equipe e a
      *          indicacao de sala interditada, e resume a quantidade
      *          de ordens por prioridade (alta, media, baixa) e faixa
      *          de idade (ate 7 dias, 8 a 30, 31 a 90 e mais de 90).
      *          Saida retida no spool (PROG62V).
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG108.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDSERV-FILE ASSIGN TO "ORDSERV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-CHAVE OF ORDSERV-REC
               FILE STATUS IS WS-ORDSERV-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELORDSERV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDSERV-FILE.
       01  ORDSERV-REC.
           COPY OSERVREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(100).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ORDSERV-STATUS    PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-DATA-BASE        PIC X(08) VALUE SPACES.
       77 WRK-DATA-BASE-NUM    PIC 9(08) VALUE ZEROS.
       77 WRK-ABERTURA-NUM     PIC 9(08) VALUE ZEROS.
       77 WRK-IDADE            PIC S9(05) VALUE ZEROS.
       77 WRK-IDADE-EDIT       PIC -ZZZ9.
       77 WRK-TIPO-DESC        PIC X(09) VALUE SPACES.
       77 WRK-PRIORIDADE-DESC  PIC X(05) VALUE SPACES.
       77 WRK-SITUACAO-DESC    PIC X(12) VALUE SPACES.
       77 IND-PRIORIDADE       PIC 9(01) VALUE ZERO.
       77 IND-FAIXA            PIC 9(01) VALUE ZERO.
       77 CNT-ABERTAS          PIC 9(05) VALUE ZEROS.
       77 CNT-INTERDITADAS     PIC 9(05) VALUE ZEROS.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELORDSERV".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG108".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.

      * Limite superior (em dias) de cada faixa de idade; a ultima
      * faixa cobre as ordens mais antigas.
       01 FAIXAS-IDADE-VALORES.
           05 FILLER              PIC 9(05) VALUE 7.
           05 FILLER              PIC 9(05) VALUE 30.
           05 FILLER              PIC 9(05) VALUE 90.
           05 FILLER              PIC 9(05) VALUE 99999.
       01 FAIXAS-IDADE REDEFINES FAIXAS-IDADE-VALORES.
           05 FI-LIMITE OCCURS 4 TIMES PIC 9(05).

      * Quantidade de ordens por prioridade (1 = alta, 2 = media,
      * 3 = baixa) e faixa de idade.
       01 QUADRO-ORDENS.
           05 QO-PRIORIDADE OCCURS 3 TIMES.
               10 QO-QTD          PIC 9(05) OCCURS 4 TIMES.
               10 QO-TOTAL        PIC 9(05).
       01 QO-TOTAL-FAIXA          PIC 9(05) OCCURS 4 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "ORDENS DE SERVICO ABERTAS (RELORDSERV)".
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

           OPEN INPUT ORDSERV-FILE
           IF WS-ORDSERV-STATUS NOT = "00"
               DISPLAY "ARQUIVO ORDSERV NAO ENCONTRADO. ABRA AS "
                   "ORDENS PELO PROG107."
               GOBACK
           END-IF

           INITIALIZE QUADRO-ORDENS
           PERFORM VARYING IND-FAIXA FROM 1 BY 1 UNTIL IND-FAIXA > 4
               MOVE ZEROS TO QO-TOTAL-FAIXA (IND-FAIXA)
           END-PERFORM

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM IMPRIME-CABECALHO

           PERFORM AVALIA-UMA-ORDEM
               UNTIL WS-ORDSERV-STATUS NOT = "00"
           CLOSE ORDSERV-FILE

           IF CNT-ABERTAS = 0
               MOVE "  (NENHUMA ORDEM NAO FECHADA)" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           PERFORM IMPRIME-QUADRO

           CLOSE RELATORIO-FILE

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           DISPLAY "RELATORIO GRAVADO EM RELORDSERV."
           DISPLAY "ORDENS NAO FECHADAS: " CNT-ABERTAS
               "  INTERDITANDO SALA: " CNT-INTERDITADAS

           GOBACK.

      * ----------------------------------------------------------------
      * Cabecalho do relatorio e da lista de ordens.
      * ----------------------------------------------------------------
       IMPRIME-CABECALHO.

           MOVE "ORDENS DE SERVICO DAS SALAS NAO FECHADAS" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "DATA-BASE: " WRK-DATA-BASE
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "SALA            NUM   ABERTURA  DIAS TIPO      PRIOR "
               TO RELATORIO-LINHA
           MOVE "SITUACAO     I EQUIPE" TO RELATORIO-LINHA (54:21)
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Le a proxima ordem e, quando nao fechada, imprime a linha e
      * soma no quadro de prioridade e idade.
      * ----------------------------------------------------------------
       AVALIA-UMA-ORDEM.

           READ ORDSERV-FILE NEXT
               AT END
                   MOVE "10" TO WS-ORDSERV-STATUS
               NOT AT END
                   IF OS-SITUACAO NOT = 'F'
                       PERFORM IMPRIME-UMA-ORDEM
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Imprime a ordem corrente e a soma no quadro.
      * ----------------------------------------------------------------
       IMPRIME-UMA-ORDEM.

           ADD 1 TO CNT-ABERTAS
           IF OS-INTERDITA = 'S'
               ADD 1 TO CNT-INTERDITADAS
           END-IF

           MOVE ZEROS TO WRK-IDADE
           IF OS-DATA-ABERTURA IS NUMERIC
               MOVE OS-DATA-ABERTURA TO WRK-ABERTURA-NUM
               COMPUTE WRK-IDADE =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-BASE-NUM) -
                   FUNCTION INTEGER-OF-DATE (WRK-ABERTURA-NUM)
           END-IF
           MOVE WRK-IDADE TO WRK-IDADE-EDIT

           MOVE 1 TO IND-FAIXA
           PERFORM UNTIL IND-FAIXA >= 4
                   OR WRK-IDADE <= FI-LIMITE (IND-FAIXA)
               ADD 1 TO IND-FAIXA
           END-PERFORM

           EVALUATE OS-PRIORIDADE
               WHEN 'A'
                   MOVE 1 TO IND-PRIORIDADE
                   MOVE "ALTA" TO WRK-PRIORIDADE-DESC
               WHEN 'M'
                   MOVE 2 TO IND-PRIORIDADE
                   MOVE "MEDIA" TO WRK-PRIORIDADE-DESC
               WHEN OTHER
                   MOVE 3 TO IND-PRIORIDADE
                   MOVE "BAIXA" TO WRK-PRIORIDADE-DESC
           END-EVALUATE

           EVALUATE OS-TIPO
               WHEN 'L'
                   MOVE "LIMPEZA" TO WRK-TIPO-DESC
               WHEN 'I'
                   MOVE "INSPECAO" TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE "CORRETIVA" TO WRK-TIPO-DESC
           END-EVALUATE

           IF OS-SITUACAO = 'E'
               MOVE "EM ANDAMENTO" TO WRK-SITUACAO-DESC
           ELSE
               MOVE "ABERTA" TO WRK-SITUACAO-DESC
           END-IF

           ADD 1 TO QO-QTD (IND-PRIORIDADE IND-FAIXA)
           ADD 1 TO QO-TOTAL (IND-PRIORIDADE)
           ADD 1 TO QO-TOTAL-FAIXA (IND-FAIXA)

           MOVE SPACES TO RELATORIO-LINHA
           STRING OS-SALA " " OS-NUMERO " " OS-DATA-ABERTURA " "
               WRK-IDADE-EDIT " " WRK-TIPO-DESC " "
               WRK-PRIORIDADE-DESC " " WRK-SITUACAO-DESC " "
               OS-INTERDITA " " OS-EQUIPE
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "      " OS-PROBLEMA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Quadro de ordens nao fechadas por prioridade e idade.
      * ----------------------------------------------------------------
       IMPRIME-QUADRO.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "ORDENS POR PRIORIDADE E IDADE (DIAS)" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "PRIOR ATE 7  8-30 31-90   +90 TOTAL" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           PERFORM VARYING IND-PRIORIDADE FROM 1 BY 1
                   UNTIL IND-PRIORIDADE > 3
               EVALUATE IND-PRIORIDADE
                   WHEN 1
                       MOVE "ALTA" TO WRK-PRIORIDADE-DESC
                   WHEN 2
                       MOVE "MEDIA" TO WRK-PRIORIDADE-DESC
                   WHEN OTHER
                       MOVE "BAIXA" TO WRK-PRIORIDADE-DESC
               END-EVALUATE
               MOVE SPACES TO RELATORIO-LINHA
               STRING WRK-PRIORIDADE-DESC " "
                   QO-QTD (IND-PRIORIDADE 1) " "
                   QO-QTD (IND-PRIORIDADE 2) " "
                   QO-QTD (IND-PRIORIDADE 3) " "
                   QO-QTD (IND-PRIORIDADE 4) " "
                   QO-TOTAL (IND-PRIORIDADE)
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-PERFORM

           MOVE SPACES TO RELATORIO-LINHA
           STRING "TOTAL " QO-TOTAL-FAIXA (1) " " QO-TOTAL-FAIXA (2)
               " " QO-TOTAL-FAIXA (3) " " QO-TOTAL-FAIXA (4) " "
               CNT-ABERTAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ORDENS INTERDITANDO SALA: " CNT-INTERDITADAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

       END PROGRAM PROG108.
