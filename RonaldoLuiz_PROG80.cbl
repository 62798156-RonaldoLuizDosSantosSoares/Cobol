      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Conferencia do total de aulas lancado no FREQUENCIA
      *          (PROG20/PROG48) contra o total previsto pela grade
      *          horaria e calendario (PROG79V): para cada lancamento
      *          do periodo, obtem a turma pela inscricao do aluno
      *          (INSCRICAO), calcula o previsto da materia e turma (uma
      *          vez por materia/turma, guardado em tabela) e lista os
      *          lancamentos com total diferente do previsto, com a
      *          diferenca. Lancamentos sem inscricao, ou de materia e
      *          turma sem grade ou periodo sem calendario, saem com a
      *          situacao no lugar do previsto. Saida em RELAULAS,
      *          retida no spool (PROG62V).
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
       PROGRAM-ID. PROG80.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE OF FREQUENCIA-REC
               FILE STATUS IS WS-FREQUENCIA-STATUS.

           SELECT INSCRICAO-FILE ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CHAVE OF INSCRICAO-REC
               FILE STATUS IS WS-INSCRICAO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELAULAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREQUENCIA-FILE.
       01  FREQUENCIA-REC.
           COPY FREQREC.

       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.
           COPY INSCRREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(120).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-FREQUENCIA-STATUS PIC X(02) VALUE "00".
       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-INSCRICAO-OK     PIC X VALUE 'N'.
       77 WRK-TURMA            PIC X(10) VALUE SPACES.
       77 WRK-AULAS-PREVISTAS  PIC 9(03) VALUE ZEROS.
       77 WRK-PREV-RESULTADO   PIC X(01) VALUE SPACE.
       77 WRK-ACHOU-PREVISTO   PIC X VALUE 'N'.
       77 WRK-SITUACAO         PIC X(14) VALUE SPACES.
       77 WRK-DIFERENCA        PIC S9(03) VALUE ZEROS.
       77 WRK-DIFERENCA-EDIT   PIC -ZZ9.
       77 QTD-PREVISTOS        PIC 9(03) VALUE ZEROS.
       77 IND-PREV             PIC 9(03) VALUE ZEROS.
       77 CNT-LANCAMENTOS      PIC 9(05) VALUE ZEROS.
       77 CNT-CONFEREM         PIC 9(05) VALUE ZEROS.
       77 CNT-DIVERGENTES      PIC 9(05) VALUE ZEROS.
       77 CNT-SEM-PREVISAO     PIC 9(05) VALUE ZEROS.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELAULAS".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG80".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.

      * Total previsto ja calculado por materia e turma (ate 300;
      * acima disso o previsto e recalculado a cada lancamento).
       01  TABELA-PREVISTOS.
           05 TP-ENTRADA OCCURS 300 TIMES.
              10 TP-MATERIA       PIC X(30).
              10 TP-TURMA         PIC X(10).
              10 TP-PREVISTAS     PIC 9(03).
              10 TP-RESULTADO     PIC X(01).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CONFERENCIA DE AULAS PREVISTAS (RELAULAS)".
           DISPLAY "===================================".

           DISPLAY "PERIODO LETIVO (EX. 2026-1):"
           ACCEPT WRK-PERIODO

           OPEN INPUT FREQUENCIA-FILE
           IF WS-FREQUENCIA-STATUS NOT = "00"
               DISPLAY "ARQUIVO FREQUENCIA NAO ENCONTRADO."
               GOBACK
           END-IF

           MOVE 'N' TO WRK-INSCRICAO-OK
           OPEN INPUT INSCRICAO-FILE
           IF WS-INSCRICAO-STATUS = "00"
               MOVE 'S' TO WRK-INSCRICAO-OK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "CONFERENCIA DO TOTAL DE AULAS LANCADO X PREVISTO"
               TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "PERIODO: " WRK-PERIODO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           MOVE "MATRICULA"     TO RELATORIO-LINHA (1:9)
           MOVE "MATERIA"       TO RELATORIO-LINHA (11:7)
           MOVE "TURMA"         TO RELATORIO-LINHA (42:5)
           MOVE "LANC"          TO RELATORIO-LINHA (53:4)
           MOVE "PREV"          TO RELATORIO-LINHA (58:4)
           MOVE "DIF"           TO RELATORIO-LINHA (63:3)
           MOVE "SITUACAO"      TO RELATORIO-LINHA (68:8)
           WRITE RELATORIO-LINHA

           MOVE ZEROS TO QTD-PREVISTOS
           PERFORM CONFERE-UM-LANCAMENTO
               UNTIL WS-FREQUENCIA-STATUS = "10"

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "LANCAMENTOS DO PERIODO: " CNT-LANCAMENTOS
               "  CONFEREM: " CNT-CONFEREM
               "  DIVERGENTES: " CNT-DIVERGENTES
               "  SEM PREVISAO: " CNT-SEM-PREVISAO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           CLOSE RELATORIO-FILE
           CLOSE FREQUENCIA-FILE
           IF WRK-INSCRICAO-OK = 'S'
               CLOSE INSCRICAO-FILE
           END-IF

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           DISPLAY "RELATORIO GRAVADO EM RELAULAS."
           DISPLAY "DIVERGENTES: " CNT-DIVERGENTES
               "  SEM PREVISAO: " CNT-SEM-PREVISAO

           GOBACK.

      * ----------------------------------------------------------------
      * Le o proximo lancamento de frequencia e, se for do periodo,
      * confere o total de aulas com o previsto.
      * ----------------------------------------------------------------
       CONFERE-UM-LANCAMENTO.

           READ FREQUENCIA-FILE NEXT
               AT END
                   MOVE "10" TO WS-FREQUENCIA-STATUS
               NOT AT END
                   IF FQ-PERIODO = WRK-PERIODO
                       ADD 1 TO CNT-LANCAMENTOS
                       PERFORM BUSCA-TURMA
                       IF WRK-TURMA = SPACES
                           MOVE 'T' TO WRK-PREV-RESULTADO
                           MOVE ZEROS TO WRK-AULAS-PREVISTAS
                       ELSE
                           PERFORM OBTEM-PREVISTO
                       END-IF
                       PERFORM CLASSIFICA-LANCAMENTO
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Turma do aluno na materia e periodo do lancamento, pela
      * inscricao (espacos quando nao ha inscricao).
      * ----------------------------------------------------------------
       BUSCA-TURMA.

           MOVE SPACES TO WRK-TURMA
           IF WRK-INSCRICAO-OK = 'S'
               MOVE FQ-MATRICULA TO IN-MATRICULA
               MOVE FQ-MATERIA   TO IN-MATERIA
               MOVE FQ-PERIODO   TO IN-PERIODO
               READ INSCRICAO-FILE
                   INVALID KEY
                       MOVE SPACES TO WRK-TURMA
                   NOT INVALID KEY
                       MOVE IN-TURMA TO WRK-TURMA
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * Total previsto da materia e turma: da tabela, se ja calculado;
      * senao pelo PROG79V, guardando o resultado na tabela.
      * ----------------------------------------------------------------
       OBTEM-PREVISTO.

           MOVE 'N' TO WRK-ACHOU-PREVISTO
           PERFORM VARYING IND-PREV FROM 1 BY 1
                   UNTIL IND-PREV > QTD-PREVISTOS
                      OR WRK-ACHOU-PREVISTO = 'S'
               IF TP-MATERIA (IND-PREV) = FQ-MATERIA AND
                  TP-TURMA (IND-PREV) = WRK-TURMA
                   MOVE 'S' TO WRK-ACHOU-PREVISTO
                   MOVE TP-PREVISTAS (IND-PREV) TO WRK-AULAS-PREVISTAS
                   MOVE TP-RESULTADO (IND-PREV) TO WRK-PREV-RESULTADO
               END-IF
           END-PERFORM

           IF WRK-ACHOU-PREVISTO NOT = 'S'
               CALL "PROG79V" USING FQ-MATRICULA FQ-MATERIA
                   FQ-PERIODO WRK-TURMA WRK-AULAS-PREVISTAS
                   WRK-PREV-RESULTADO
               END-CALL
               IF QTD-PREVISTOS < 300
                   ADD 1 TO QTD-PREVISTOS
                   MOVE FQ-MATERIA TO TP-MATERIA (QTD-PREVISTOS)
                   MOVE WRK-TURMA TO TP-TURMA (QTD-PREVISTOS)
                   MOVE WRK-AULAS-PREVISTAS TO
                       TP-PREVISTAS (QTD-PREVISTOS)
                   MOVE WRK-PREV-RESULTADO TO
                       TP-RESULTADO (QTD-PREVISTOS)
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Compara o lancado com o previsto e imprime o lancamento que
      * nao confere ou que ficou sem previsao.
      * ----------------------------------------------------------------
       CLASSIFICA-LANCAMENTO.

           MOVE ZEROS TO WRK-DIFERENCA
           EVALUATE WRK-PREV-RESULTADO
               WHEN 'T'
                   MOVE "SEM INSCRICAO" TO WRK-SITUACAO
               WHEN 'G'
                   MOVE "SEM GRADE" TO WRK-SITUACAO
               WHEN 'C'
                   MOVE "SEM CALENDARIO" TO WRK-SITUACAO
               WHEN OTHER
                   COMPUTE WRK-DIFERENCA =
                       FQ-TOTAL-AULAS - WRK-AULAS-PREVISTAS
                   IF WRK-DIFERENCA > ZEROS
                       MOVE "A MAIS" TO WRK-SITUACAO
                   ELSE
                       IF WRK-DIFERENCA < ZEROS
                           MOVE "A MENOS" TO WRK-SITUACAO
                       ELSE
                           MOVE SPACES TO WRK-SITUACAO
                       END-IF
                   END-IF
           END-EVALUATE

           IF WRK-PREV-RESULTADO NOT = 'S'
               ADD 1 TO CNT-SEM-PREVISAO
               PERFORM IMPRIME-LANCAMENTO
           ELSE
               IF WRK-DIFERENCA = ZEROS
                   ADD 1 TO CNT-CONFEREM
               ELSE
                   ADD 1 TO CNT-DIVERGENTES
                   PERFORM IMPRIME-LANCAMENTO
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Imprime a linha do lancamento conferido.
      * ----------------------------------------------------------------
       IMPRIME-LANCAMENTO.

           MOVE SPACES TO RELATORIO-LINHA
           MOVE FQ-MATRICULA   TO RELATORIO-LINHA (1:6)
           MOVE FQ-MATERIA     TO RELATORIO-LINHA (11:30)
           MOVE WRK-TURMA      TO RELATORIO-LINHA (42:10)
           MOVE FQ-TOTAL-AULAS TO RELATORIO-LINHA (53:3)
           IF WRK-PREV-RESULTADO = 'S'
               MOVE WRK-AULAS-PREVISTAS TO RELATORIO-LINHA (58:3)
               MOVE WRK-DIFERENCA TO WRK-DIFERENCA-EDIT
               MOVE WRK-DIFERENCA-EDIT TO RELATORIO-LINHA (62:4)
           END-IF
           MOVE WRK-SITUACAO   TO RELATORIO-LINHA (68:14)
           WRITE RELATORIO-LINHA.

       END PROGRAM PROG80.
