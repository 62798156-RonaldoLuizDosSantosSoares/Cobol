      *                 passa a avisar no cabecalho que eles ficaram
      *                 fora da progressao - a sequencia cobre apenas
      *                 o NOTASDISC vivo.
      *   15/10 - RLS - Acumulado por aluno e periodo no arquivo de
      *                 trabalho indexado RELPROGRES.WRK (chave
      *                 matricula e periodo, que ja entrega a sequencia
      *                 cronologica) e resumo por turma em
      *                 RELPROGRES.TUR e .ORD, no lugar das tabelas de
      *                 150 alunos com 8 periodos e de 30 turmas: o
      *                 relatorio deixa de ter limite e o aviso de
      *                 excedente sai.
      *   15/10 - RLS - Contador impresso de 3 digitos que chegaria
      *                 a 1000 interrompe a execucao pelo PROG31E
      *                 (OPSLOG) em vez de imprimir total virado.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG50.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQPER-STATUS.

           SELECT PERIODOS-WRK-FILE ASSIGN TO "RELPROGRES.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-CHAVE
               FILE STATUS IS WS-PERIODOSWRK-STATUS.

           SELECT TURMAS-WRK-FILE ASSIGN TO "RELPROGRES.TUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-TURMA
               FILE STATUS IS WS-TURMASWRK-STATUS.

           SELECT ORDEM-WRK-FILE ASSIGN TO "RELPROGRES.ORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TO-SEQ
               FILE STATUS IS WS-ORDEMWRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTASDISC-FILE.
       01  ARQPER-REC.
           COPY ARQPERREC.

      * Acumulado por aluno e periodo. A entrada de periodo em branco
      * abre o aluno e guarda o nome; as demais vem em ordem
      * cronologica pela chave.
       FD  PERIODOS-WRK-FILE.
       01  PERIODOS-WRK-REC.
           05 TB-CHAVE.
              10 TB-MATRICULA     PIC 9(06).
              10 TB-PERIODO       PIC X(06).
           05 TB-NOME             PIC X(30).
           05 TB-SOMA             PIC 9(05)V99.
           05 TB-QTDE             PIC 9(03).
           05 TB-APROVADAS        PIC 9(03).
           05 TB-REPROVADAS       PIC 9(03).

      * Resumo por turma: alunos e marcados para acompanhamento.
       FD  TURMAS-WRK-FILE.
       01  TURMAS-WRK-REC.
           05 TU-TURMA            PIC X(10).
           05 TU-ALUNOS           PIC 9(03).
           05 TU-PROBATION        PIC 9(03).

      * Ordem de aparecimento das turmas - a ordem do resumo.
       FD  ORDEM-WRK-FILE.
       01  ORDEM-WRK-REC.
           05 TO-SEQ              PIC 9(07).
           05 TO-TURMA            PIC X(10).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-LIMITE-TXT       PIC X(03) VALUE SPACES.
       77 WRK-LIMITE-PCT       PIC 9(03) VALUE 50.
       77 QTD-ALUNOS           PIC 9(05) VALUE ZEROS.
       77 QTD-PER-ALUNO        PIC 9(03) VALUE ZEROS.
       77 WRK-MEDIA-PER        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MEDIA-ANT        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MEDIA-PENULT     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MEDIA-EDIT       PIC Z9.99.
       77 WRK-PCT-REPROVA      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-ANTERIOR     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PROBATION        PIC X VALUE 'N'.
       77 CNT-PROBATION        PIC 9(03) VALUE ZEROS.
       77 QTD-TURMAS           PIC 9(07) VALUE ZEROS.
       77 WS-ARQPER-STATUS     PIC X(02) VALUE "00".
       77 WRK-TEM-ARQUIVADOS   PIC X VALUE 'N'.
       77 WS-PERIODOSWRK-STATUS PIC X(02) VALUE "00".
       77 WS-TURMASWRK-STATUS  PIC X(02) VALUE "00".
       77 WS-ORDEMWRK-STATUS   PIC X(02) VALUE "00".
       77 WRK-CAD-ABERTO       PIC X VALUE 'N'.
       77 WRK-TURMA            PIC X(10) VALUE SPACES.
       77 WRK-ERR-PROGRAMA    PIC X(08) VALUE 'PROG50'.
       77 WRK-ERR-ARQUIVO     PIC X(12) VALUE 'RELPROGRES'.
       77 WRK-ERR-OPERACAO    PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS      PIC X(02) VALUE SPACES.

      * Registro de NOTASDISC em acumulacao, guardado enquanto a
      * entrada do aluno e a do periodo sao lidas e regravadas.
       01  WRK-REGISTRO.
           05 WRK-REG-MATRICULA   PIC 9(06).
           05 WRK-REG-PERIODO     PIC X(06).
           05 WRK-REG-NOME        PIC X(30).

      * Faixa vigente (os rotulos definem aprovada/reprovada).
       01 FAIXAS-VIGENTES.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "PROGRESSAO ACADEMICA ENTRE PERIODOS (RELPROGRES)".
           DISPLAY "===================================".
               FXV-ROTULO-RECUPERA FXV-ROTULO-APROVA
           END-CALL

           OPEN OUTPUT PERIODOS-WRK-FILE
           CLOSE PERIODOS-WRK-FILE
           OPEN I-O PERIODOS-WRK-FILE
           PERFORM ACUMULA-NOTASDISC
           CLOSE PERIODOS-WRK-FILE

           OPEN OUTPUT TURMAS-WRK-FILE
           CLOSE TURMAS-WRK-FILE
           OPEN I-O TURMAS-WRK-FILE
           OPEN OUTPUT ORDEM-WRK-FILE
           OPEN INPUT PERIODOS-WRK-FILE
           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM IMPRIME-RELATORIO
           CLOSE RELATORIO-FILE
           CLOSE PERIODOS-WRK-FILE
           CLOSE ORDEM-WRK-FILE
           CLOSE TURMAS-WRK-FILE

           DISPLAY "RELATORIO GRAVADO EM RELPROGRES."
           DISPLAY "ALUNOS: " QTD-ALUNOS
      * ----------------------------------------------------------------
       ACUMULA-UM-REGISTRO.

           MOVE GR-MATRICULA OF NOTASDISC-REC TO WRK-REG-MATRICULA
           MOVE GR-PERIODO OF NOTASDISC-REC TO WRK-REG-PERIODO
           MOVE GR-NOME OF NOTASDISC-REC TO WRK-REG-NOME

           MOVE WRK-REG-MATRICULA TO TB-MATRICULA
           MOVE SPACES TO TB-PERIODO
           READ PERIODOS-WRK-FILE
               INVALID KEY
                   MOVE WRK-REG-MATRICULA TO TB-MATRICULA
                   MOVE SPACES TO TB-PERIODO
                   MOVE WRK-REG-NOME TO TB-NOME
                   MOVE ZEROS TO TB-SOMA TB-QTDE TB-APROVADAS
                       TB-REPROVADAS
                   WRITE PERIODOS-WRK-REC
                   END-WRITE
           END-READ

           PERFORM SOMA-NO-PERIODO.

      * ----------------------------------------------------------------
      * Localiza (ou cria) o periodo do registro corrente dentro do
      * aluno e acumula media e contagens.
      * ----------------------------------------------------------------
       SOMA-NO-PERIODO.

           MOVE WRK-REG-MATRICULA TO TB-MATRICULA
           MOVE WRK-REG-PERIODO TO TB-PERIODO
           READ PERIODOS-WRK-FILE
               INVALID KEY
                   MOVE WRK-REG-MATRICULA TO TB-MATRICULA
                   MOVE WRK-REG-PERIODO TO TB-PERIODO
                   MOVE WRK-REG-NOME TO TB-NOME
                   MOVE ZEROS TO TB-SOMA TB-QTDE TB-APROVADAS
                       TB-REPROVADAS
                   PERFORM SOMA-NA-ENTRADA
                   WRITE PERIODOS-WRK-REC
                   END-WRITE
               NOT INVALID KEY
                   PERFORM SOMA-NA-ENTRADA
                   REWRITE PERIODOS-WRK-REC
                   END-REWRITE
           END-READ.

      * ----------------------------------------------------------------
      * Acumula o registro corrente na entrada de periodo lida.
      * ----------------------------------------------------------------
       SOMA-NA-ENTRADA.

           ADD GR-MEDIA OF NOTASDISC-REC TO TB-SOMA
           ADD 1 TO TB-QTDE

           IF GR-SITUACAO OF NOTASDISC-REC = FXV-ROTULO-APROVA
               ADD 1 TO TB-APROVADAS
           END-IF
           IF GR-SITUACAO OF NOTASDISC-REC (1:9) = "REPROVADO"
               ADD 1 TO TB-REPROVADAS
           END-IF.

      * ----------------------------------------------------------------
      * Busca no ALUNCAD a turma do aluno corrente.
      * ----------------------------------------------------------------
       BUSCA-TURMA.

           MOVE SPACES TO WRK-TURMA
           IF WRK-CAD-ABERTO = 'S'
               MOVE TB-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       MOVE "(SEM CAD)" TO WRK-TURMA
                   NOT INVALID KEY
                       MOVE AC-TURMA TO WRK-TURMA
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * Imprime a progressao de cada aluno e o resumo por turma.
      * ----------------------------------------------------------------
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE 'N' TO WRK-CAD-ABERTO
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE 'S' TO WRK-CAD-ABERTO
           END-IF

           MOVE ZEROS TO QTD-PER-ALUNO
           MOVE "00" TO WS-PERIODOSWRK-STATUS
           PERFORM UNTIL WS-PERIODOSWRK-STATUS = "10"
               READ PERIODOS-WRK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-PERIODOSWRK-STATUS
                   NOT AT END
                       IF TB-PERIODO = SPACES
                           IF QTD-ALUNOS > 0
                               PERFORM FECHA-ALUNO
                           END-IF
                           PERFORM ABRE-ALUNO
                       ELSE
                           PERFORM IMPRIME-UM-PERIODO
                       END-IF
               END-READ
           END-PERFORM
           IF QTD-ALUNOS > 0
               PERFORM FECHA-ALUNO
           END-IF

           IF WRK-CAD-ABERTO = 'S'
               CLOSE ALUNO-CAD-FILE
           END-IF

           PERFORM IMPRIME-RESUMO-TURMAS.

      * ----------------------------------------------------------------
      * Abre o aluno lido (entrada de periodo em branco): cabecalho
      * com nome e turma e zeragem da sequencia.
      * ----------------------------------------------------------------
       ABRE-ALUNO.

           ADD 1 TO QTD-ALUNOS
           PERFORM BUSCA-TURMA

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING TB-MATRICULA " "
               TB-NOME
               " TURMA " WRK-TURMA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE ZEROS TO QTD-PER-ALUNO
           MOVE ZEROS TO WRK-MEDIA-ANT
           MOVE ZEROS TO WRK-MEDIA-PENULT
           MOVE ZEROS TO WRK-PCT-ANTERIOR
           MOVE 'N' TO WRK-PROBATION.

      * ----------------------------------------------------------------
      * Imprime o periodo lido do aluno corrente e confere a marca de
      * acompanhamento contra o periodo anterior.
      * ----------------------------------------------------------------
       IMPRIME-UM-PERIODO.

           ADD 1 TO QTD-PER-ALUNO
           COMPUTE WRK-MEDIA-PER = TB-SOMA / TB-QTDE
           COMPUTE WRK-PCT-REPROVA = (TB-REPROVADAS * 100) / TB-QTDE

           MOVE WRK-MEDIA-PER TO WRK-MEDIA-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  " TB-PERIODO
               " MEDIA " WRK-MEDIA-EDIT
               " APROVADAS " TB-APROVADAS
               " REPROVADAS " TB-REPROVADAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           IF QTD-PER-ALUNO > 1 AND
              WRK-PCT-REPROVA > WRK-LIMITE-PCT AND
              WRK-PCT-ANTERIOR > WRK-LIMITE-PCT
               MOVE 'S' TO WRK-PROBATION
           END-IF

           MOVE WRK-MEDIA-ANT TO WRK-MEDIA-PENULT
           MOVE WRK-MEDIA-PER TO WRK-MEDIA-ANT
           MOVE WRK-PCT-REPROVA TO WRK-PCT-ANTERIOR.

      * ----------------------------------------------------------------
      * Fecha o aluno corrente: tendencia entre os dois ultimos
      * periodos, marca de acompanhamento e soma no resumo da turma.
      * ----------------------------------------------------------------
       FECHA-ALUNO.

           IF QTD-PER-ALUNO > 1
               MOVE SPACES TO RELATORIO-LINHA
               IF WRK-MEDIA-ANT > WRK-MEDIA-PENULT
                   MOVE "  TENDENCIA: MELHORANDO" TO RELATORIO-LINHA
               ELSE
                   IF WRK-MEDIA-ANT < WRK-MEDIA-PENULT
                       MOVE "  TENDENCIA: PIORANDO" TO RELATORIO-LINHA
                   ELSE
                       MOVE "  TENDENCIA: ESTAVEL" TO RELATORIO-LINHA
                   END-IF
               END-IF
               WRITE RELATORIO-LINHA
           END-IF

           IF WRK-PROBATION = 'S'
               ADD 1 TO CNT-PROBATION

      * ----------------------------------------------------------------
      * Soma o aluno corrente (e a marca de acompanhamento) no resumo
      * da turma dele; turma nova entra na ordem de aparecimento.
      * ----------------------------------------------------------------
       SOMA-NO-RESUMO-TURMA.

           MOVE WRK-TURMA TO TU-TURMA
           READ TURMAS-WRK-FILE
               INVALID KEY
                   MOVE WRK-TURMA TO TU-TURMA
                   MOVE 1 TO TU-ALUNOS
                   IF WRK-PROBATION = 'S'
                       MOVE 1 TO TU-PROBATION
                   ELSE
                       MOVE 0 TO TU-PROBATION
                   END-IF
                   WRITE TURMAS-WRK-REC
                   END-WRITE
                   ADD 1 TO QTD-TURMAS
                   MOVE QTD-TURMAS TO TO-SEQ
                   MOVE WRK-TURMA TO TO-TURMA
                   WRITE ORDEM-WRK-REC
                   END-WRITE
               NOT INVALID KEY
                   IF TU-ALUNOS = 999
                       PERFORM REPORTA-LIMITE-CONTADOR
                   END-IF
                   ADD 1 TO TU-ALUNOS
                   IF WRK-PROBATION = 'S'
                       ADD 1 TO TU-PROBATION
                   END-IF
                   REWRITE TURMAS-WRK-REC
                   END-REWRITE
           END-READ.

      * ----------------------------------------------------------------
      * Imprime o resumo por turma para a coordenacao.
           MOVE "RESUMO POR TURMA:" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           CLOSE ORDEM-WRK-FILE
           OPEN INPUT ORDEM-WRK-FILE
           MOVE "00" TO WS-ORDEMWRK-STATUS
           PERFORM UNTIL WS-ORDEMWRK-STATUS = "10"
               READ ORDEM-WRK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ORDEMWRK-STATUS
                   NOT AT END
                       MOVE TO-TURMA TO TU-TURMA
                       READ TURMAS-WRK-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  TURMA " TU-TURMA
                                   " ALUNOS " TU-ALUNOS
                                   " EM ACOMPANHAMENTO " TU-PROBATION
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                       END-READ
               END-READ
           END-PERFORM.

      * ----------------------------------------------------------------
               CLOSE ARQPER-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Contador impresso de 3 digitos chegou ao maximo: em vez de
      * imprimir um total que virou, repassa ao tratador comum
      * PROG31E, que grava o OPSLOG e interrompe a execucao.
      * ----------------------------------------------------------------
       REPORTA-LIMITE-CONTADOR.

           MOVE "LIMITE" TO WRK-ERR-OPERACAO
           MOVE "TB" TO WRK-ERR-STATUS
           CALL "PROG31E" USING WRK-ERR-PROGRAMA WRK-ERR-ARQUIVO
               WRK-ERR-OPERACAO WRK-ERR-STATUS
           END-CALL.

       END PROGRAM PROG50.
