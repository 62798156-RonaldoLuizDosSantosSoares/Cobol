      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Diario de classe (lista de presenca) impresso por
      *          materia e turma, para o professor nao copiar mais a
      *          lista a mao. Para o periodo informado, uma folha por
      *          materia e turma com os alunos inscritos (INSCRICAO) em
      *          ordem de nome do cadastro ALUNCAD, a matricula e uma
      *          coluna por aula dada no periodo - as datas sao as da
      *          grade horaria GRADEHOR (PROG76) dentro do periodo no
      *          CALENDARIO, menos os FERIADOS (PROG59), uma coluna por
      *          encontro, como no total de aulas previsto do PROG79V.
      *          Com mais aulas do que cabem na largura, a folha se
      *          repete com as datas seguintes (FOLHA n DE m). Ao pe, a
      *          linha de assinatura do docente da atribuicao
      *          (ATRIBDOC/DOCENTES). Aluno cujo ultimo movimento no
      *          SITMOV (PROG46) ate o fim do periodo e trancamento sai
      *          riscado - nome e colunas tracejados e a marca
      *          TRANCADO -, nao omitido. Saida em RELDIARIO, retida no
      *          spool (PROG62V) para reimpressao.
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - SITMOV ou INSCRICAO acima de 2000 entradas
      *                 vai ao PROG31E.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG83.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSCRICAO-FILE ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CHAVE OF INSCRICAO-REC
               FILE STATUS IS WS-INSCRICAO-STATUS.

           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT SITMOV-FILE ASSIGN TO "SITMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITMOV-STATUS.

           SELECT GRADEHOR-FILE ASSIGN TO "GRADEHOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CHAVE OF GRADEHOR-REC
               FILE STATUS IS WS-GRADEHOR-STATUS.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.

           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADOS-STATUS.

           SELECT ATRIBDOC-FILE ASSIGN TO "ATRIBDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATRIBDOC-STATUS.

           SELECT DOCENTES-FILE ASSIGN TO "DOCENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-ID OF DOCENTE-REC
               FILE STATUS IS WS-DOCENTES-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELDIARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.
           COPY INSCRREC.

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  SITMOV-FILE.
       01  SITMOV-REC.
           COPY SITMOVREC.

       FD  GRADEHOR-FILE.
       01  GRADEHOR-REC.
           COPY HORAREC.

       FD  CALENDARIO-FILE.
       01  CALENDARIO-REC.
           COPY CALENREC.

       FD  FERIADOS-FILE.
       01  FERIADOS-REC.
           COPY FERIAREC.

       FD  ATRIBDOC-FILE.
       01  ATRIBDOC-REC.
           COPY ATRIBDREC.

       FD  DOCENTES-FILE.
       01  DOCENTE-REC.
           COPY DOCENTREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(132).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-SITMOV-STATUS     PIC X(02) VALUE "00".
       77 WS-GRADEHOR-STATUS   PIC X(02) VALUE "00".
       77 WS-CALENDARIO-STATUS PIC X(02) VALUE "00".
       77 WS-FERIADOS-STATUS   PIC X(02) VALUE "00".
       77 WS-ATRIBDOC-STATUS   PIC X(02) VALUE "00".
       77 WS-DOCENTES-STATUS   PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-DATA-INICIO      PIC X(08) VALUE SPACES.
       77 WRK-DATA-FIM         PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM         PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-TXT         PIC X(08) VALUE SPACES.
       77 WRK-DIA-INICIO       PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-FIM          PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-ATUAL        PIC 9(07) VALUE ZEROS.
       77 WRK-QUOCIENTE        PIC 9(07) VALUE ZEROS.
       77 WRK-RESTO            PIC 9(01) VALUE ZEROS.
       77 WRK-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
       77 WRK-E-FERIADO        PIC X(01) VALUE 'N'.
       77 WRK-ALUNCAD-OK       PIC X VALUE 'N'.
       77 WRK-TROCOU           PIC X VALUE 'N'.
       77 WRK-ACHOU            PIC X VALUE 'N'.
       77 WRK-MATERIA          PIC X(30) VALUE SPACES.
       77 WRK-TURMA            PIC X(10) VALUE SPACES.
       77 WRK-DOCENTE          PIC X(10) VALUE SPACES.
       77 WRK-NOME-DOCENTE     PIC X(30) VALUE SPACES.
       77 WRK-NOME-RISCADO     PIC X(30) VALUE SPACES.
       77 WRK-DATA-COLUNA      PIC X(05) VALUE SPACES.
       77 WRK-COLUNA           PIC 9(03) VALUE ZEROS.
       77 QTD-ALUNOS           PIC 9(04) VALUE ZEROS.
       77 IND-ALU              PIC 9(04) VALUE ZEROS.
       77 IND-PROX             PIC 9(04) VALUE ZEROS.
       77 IND-INI-SECAO        PIC 9(04) VALUE ZEROS.
       77 IND-FIM-SECAO        PIC 9(04) VALUE ZEROS.
       77 QTD-TRANCAMENTOS     PIC 9(04) VALUE ZEROS.
       77 IND-TRANC            PIC 9(04) VALUE ZEROS.
       77 QTD-FERIADOS         PIC 9(03) VALUE ZEROS.
       77 IND-FERIADO          PIC 9(03) VALUE ZEROS.
       77 QTD-DATAS            PIC 9(03) VALUE ZEROS.
       77 IND-DATA             PIC 9(03) VALUE ZEROS.
       77 IND-ENCONTRO         PIC 9(02) VALUE ZEROS.
       77 QTD-FOLHAS           PIC 9(03) VALUE ZEROS.
       77 IND-FOLHA            PIC 9(03) VALUE ZEROS.
       77 IND-COL              PIC 9(02) VALUE ZEROS.
       77 IND-CAR              PIC 9(02) VALUE ZEROS.
       77 CNT-SECOES           PIC 9(05) VALUE ZEROS.
       77 CNT-FOLHAS           PIC 9(05) VALUE ZEROS.
       77 CNT-TRANCADOS        PIC 9(05) VALUE ZEROS.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELDIARIO".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG83".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.
       77 WRK-ERR-PROGRAMA     PIC X(08) VALUE 'PROG83'.
       77 WRK-ERR-ARQUIVO      PIC X(12) VALUE 'INSCRICAO'.
       77 WRK-ERR-OPERACAO     PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS       PIC X(02) VALUE SPACES.

      * Alunos inscritos no periodo (ate 2000; acima disso a execucao
      * e interrompida pelo PROG31E, para nao omitir aluno), em ordem
      * de materia, turma e nome.
       01  TABELA-ALUNOS.
           05 TA-ENTRADA OCCURS 2000 TIMES.
              10 TA-CHAVE-ORD.
                 15 TA-MATERIA    PIC X(30).
                 15 TA-TURMA      PIC X(10).
                 15 TA-NOME       PIC X(30).
              10 TA-MATRICULA     PIC 9(06).
              10 TA-TRANCADO      PIC X(01).
       01  TA-ENTRADA-AUX.
           05 FILLER              PIC X(77).

      * Ultimo movimento do SITMOV de cada matricula ate o fim do
      * periodo (ate 2000).
       01  TABELA-TRANCAMENTOS.
           05 TT-ENTRADA OCCURS 2000 TIMES.
              10 TT-MATRICULA     PIC 9(06).
              10 TT-ACAO          PIC X(01).

      * Encontros semanais da turma corrente por dia da semana, no
      * numero da grade (1 = domingo ... 7 = sabado).
       01 TAB-ENCONTROS.
          05 TE-QTD-DIA        PIC 9(02) OCCURS 7 TIMES.

      * Datas dos feriados do periodo.
       01 TAB-FERIADOS.
          05 TF-DATA           PIC X(08) OCCURS 100 TIMES.

      * Datas das aulas da turma corrente, uma por encontro (ate 300).
       01 TAB-DATAS.
          05 TD-DATA           PIC X(08) OCCURS 300 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "DIARIO DE CLASSE POR TURMA (RELDIARIO)".
           DISPLAY "===================================".

           DISPLAY "PERIODO LETIVO (EX. 2026-1):"
           ACCEPT WRK-PERIODO

           PERFORM BUSCA-CALENDARIO
           IF WRK-DATA-INICIO IS NOT NUMERIC OR
              WRK-DATA-FIM IS NOT NUMERIC
               DISPLAY "PERIODO " WRK-PERIODO " NAO CONSTA DO "
                   "CALENDARIO (PROG59). DIARIO NAO GERADO."
               GOBACK
           END-IF

           PERFORM CARREGA-TRANCAMENTOS

           PERFORM CARREGA-ALUNOS
           IF QTD-ALUNOS = 0
               DISPLAY "NENHUMA INSCRICAO NO PERIODO " WRK-PERIODO "."
               GOBACK
           END-IF

           PERFORM ORDENA-ALUNOS
           PERFORM CARREGA-FERIADOS

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE 1 TO IND-ALU
           PERFORM PROCESSA-UMA-SECAO
               UNTIL IND-ALU > QTD-ALUNOS
           CLOSE RELATORIO-FILE

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           DISPLAY "DIARIOS GRAVADOS EM RELDIARIO."
           DISPLAY "TURMAS: " CNT-SECOES "  FOLHAS: " CNT-FOLHAS
               "  ALUNOS TRANCADOS: " CNT-TRANCADOS

           GOBACK.

      * ----------------------------------------------------------------
      * Datas de inicio e fim do periodo no calendario.
      * ----------------------------------------------------------------
       BUSCA-CALENDARIO.

           MOVE SPACES TO WRK-DATA-INICIO WRK-DATA-FIM
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS = "00"
               PERFORM UNTIL WS-CALENDARIO-STATUS = "10"
                   READ CALENDARIO-FILE
                       AT END
                           MOVE "10" TO WS-CALENDARIO-STATUS
                       NOT AT END
                           IF CD-PERIODO = WRK-PERIODO
                               MOVE CD-DATA-INICIO TO WRK-DATA-INICIO
                               MOVE CD-DATA-FIM TO WRK-DATA-FIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Guarda o ultimo movimento do SITMOV de cada matricula com data
      * efetiva ate o fim do periodo.
      * ----------------------------------------------------------------
       CARREGA-TRANCAMENTOS.

           MOVE ZEROS TO QTD-TRANCAMENTOS

           OPEN INPUT SITMOV-FILE
           IF WS-SITMOV-STATUS = "00"
               PERFORM UNTIL WS-SITMOV-STATUS = "10"
                   READ SITMOV-FILE
                       AT END
                           MOVE "10" TO WS-SITMOV-STATUS
                       NOT AT END
                           IF SM-DATA-EFETIVA <= WRK-DATA-FIM
                               PERFORM GUARDA-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITMOV-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Atualiza (ou inclui) o movimento da matricula lida no SITMOV.
      * ----------------------------------------------------------------
       GUARDA-MOVIMENTO.

           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING IND-TRANC FROM 1 BY 1
                   UNTIL IND-TRANC > QTD-TRANCAMENTOS
                      OR WRK-ACHOU = 'S'
               IF TT-MATRICULA (IND-TRANC) = SM-MATRICULA
                   MOVE 'S' TO WRK-ACHOU
                   MOVE SM-ACAO TO TT-ACAO (IND-TRANC)
               END-IF
           END-PERFORM

           IF WRK-ACHOU = 'N'
               IF QTD-TRANCAMENTOS >= 2000
                   MOVE "SITMOV" TO WRK-ERR-ARQUIVO
                   PERFORM REPORTA-LIMITE-TABELA
               ELSE
                   ADD 1 TO QTD-TRANCAMENTOS
                   MOVE SM-MATRICULA TO TT-MATRICULA (QTD-TRANCAMENTOS)
                   MOVE SM-ACAO TO TT-ACAO (QTD-TRANCAMENTOS)
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Carrega as inscricoes do periodo com o nome do ALUNCAD e a
      * marca de trancamento.
      * ----------------------------------------------------------------
       CARREGA-ALUNOS.

           MOVE ZEROS TO QTD-ALUNOS

           MOVE 'N' TO WRK-ALUNCAD-OK
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE 'S' TO WRK-ALUNCAD-OK
           END-IF

           OPEN INPUT INSCRICAO-FILE
           IF WS-INSCRICAO-STATUS = "00"
               PERFORM UNTIL WS-INSCRICAO-STATUS = "10"
                   READ INSCRICAO-FILE NEXT
                       AT END
                           MOVE "10" TO WS-INSCRICAO-STATUS
                       NOT AT END
                           IF IN-PERIODO = WRK-PERIODO
                               PERFORM GUARDA-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSCRICAO-FILE
           END-IF

           IF WRK-ALUNCAD-OK = 'S'
               CLOSE ALUNO-CAD-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Guarda a inscricao lida na tabela de alunos.
      * ----------------------------------------------------------------
       GUARDA-ALUNO.

           IF QTD-ALUNOS >= 2000
               MOVE "INSCRICAO" TO WRK-ERR-ARQUIVO
               PERFORM REPORTA-LIMITE-TABELA
           ELSE
               ADD 1 TO QTD-ALUNOS
               MOVE IN-MATERIA   TO TA-MATERIA (QTD-ALUNOS)
               MOVE IN-TURMA     TO TA-TURMA (QTD-ALUNOS)
               MOVE IN-MATRICULA TO TA-MATRICULA (QTD-ALUNOS)
               MOVE "(FORA DO CADASTRO ALUNCAD)" TO
                   TA-NOME (QTD-ALUNOS)
               IF WRK-ALUNCAD-OK = 'S'
                   MOVE IN-MATRICULA TO AC-MATRICULA
                   READ ALUNO-CAD-FILE
                       NOT INVALID KEY
                           MOVE AC-NOME TO TA-NOME (QTD-ALUNOS)
                   END-READ
               END-IF

               MOVE 'N' TO TA-TRANCADO (QTD-ALUNOS)
               PERFORM VARYING IND-TRANC FROM 1 BY 1
                       UNTIL IND-TRANC > QTD-TRANCAMENTOS
                   IF TT-MATRICULA (IND-TRANC) = IN-MATRICULA AND
                      TT-ACAO (IND-TRANC) = 'T'
                       MOVE 'S' TO TA-TRANCADO (QTD-ALUNOS)
                   END-IF
               END-PERFORM
           END-IF.

      * ----------------------------------------------------------------
      * Ordena os alunos por materia, turma e nome (bolha).
      * ----------------------------------------------------------------
       ORDENA-ALUNOS.

           MOVE 'S' TO WRK-TROCOU
           PERFORM UNTIL WRK-TROCOU = 'N'
               MOVE 'N' TO WRK-TROCOU
               PERFORM VARYING IND-ALU FROM 1 BY 1
                       UNTIL IND-ALU >= QTD-ALUNOS
                   COMPUTE IND-PROX = IND-ALU + 1
                   IF TA-CHAVE-ORD (IND-ALU) >
                      TA-CHAVE-ORD (IND-PROX)
                       MOVE TA-ENTRADA (IND-ALU) TO TA-ENTRADA-AUX
                       MOVE TA-ENTRADA (IND-PROX) TO
                           TA-ENTRADA (IND-ALU)
                       MOVE TA-ENTRADA-AUX TO TA-ENTRADA (IND-PROX)
                       MOVE 'S' TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

      * ----------------------------------------------------------------
      * Carrega as datas dos feriados do periodo.
      * ----------------------------------------------------------------
       CARREGA-FERIADOS.

           MOVE ZEROS TO QTD-FERIADOS
           OPEN INPUT FERIADOS-FILE
           IF WS-FERIADOS-STATUS = "00"
               PERFORM UNTIL WS-FERIADOS-STATUS = "10"
                   READ FERIADOS-FILE
                       AT END
                           MOVE "10" TO WS-FERIADOS-STATUS
                       NOT AT END
                           IF FE-PERIODO = WRK-PERIODO AND
                              QTD-FERIADOS < 100
                               ADD 1 TO QTD-FERIADOS
                               MOVE FE-DATA TO TF-DATA(QTD-FERIADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIADOS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Uma materia e turma: delimita os alunos dela na tabela, monta
      * as datas das aulas, busca o docente e imprime as folhas.
      * ----------------------------------------------------------------
       PROCESSA-UMA-SECAO.

           MOVE IND-ALU TO IND-INI-SECAO
           MOVE TA-MATERIA (IND-ALU) TO WRK-MATERIA
           MOVE TA-TURMA (IND-ALU) TO WRK-TURMA
           PERFORM UNTIL IND-ALU > QTD-ALUNOS
                   OR TA-MATERIA (IND-ALU) NOT = WRK-MATERIA
                   OR TA-TURMA (IND-ALU) NOT = WRK-TURMA
               ADD 1 TO IND-ALU
           END-PERFORM
           COMPUTE IND-FIM-SECAO = IND-ALU - 1

           ADD 1 TO CNT-SECOES
           PERFORM MONTA-DATAS-AULAS
           PERFORM BUSCA-DOCENTE

           COMPUTE QTD-FOLHAS = (QTD-DATAS + 12) / 13
           IF QTD-FOLHAS = 0
               MOVE 1 TO QTD-FOLHAS
           END-IF

           PERFORM IMPRIME-UMA-FOLHA
               VARYING IND-FOLHA FROM 1 BY 1
               UNTIL IND-FOLHA > QTD-FOLHAS.

      * ----------------------------------------------------------------
      * Datas das aulas da turma: cada dia do periodo que nao e
      * feriado entra uma vez por encontro da grade naquele dia da
      * semana.
      * ----------------------------------------------------------------
       MONTA-DATAS-AULAS.

           MOVE ZEROS TO TAB-ENCONTROS
           MOVE ZEROS TO QTD-DATAS
           MOVE "00" TO WS-GRADEHOR-STATUS
           OPEN INPUT GRADEHOR-FILE
           IF WS-GRADEHOR-STATUS = "00"
               MOVE WRK-PERIODO TO HR-PERIODO
               MOVE WRK-MATERIA TO HR-MATERIA
               MOVE WRK-TURMA   TO HR-TURMA
               MOVE ZEROS       TO HR-DIA-SEMANA HR-HORA-INICIO
               START GRADEHOR-FILE KEY NOT LESS THAN HR-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-GRADEHOR-STATUS
               END-START
               PERFORM UNTIL WS-GRADEHOR-STATUS = "10"
                   READ GRADEHOR-FILE NEXT
                       AT END
                           MOVE "10" TO WS-GRADEHOR-STATUS
                       NOT AT END
                           IF HR-PERIODO = WRK-PERIODO AND
                              HR-MATERIA = WRK-MATERIA AND
                              HR-TURMA = WRK-TURMA
                               IF HR-DIA-SEMANA >= 1 AND
                                  HR-DIA-SEMANA <= 7
                                   ADD 1 TO TE-QTD-DIA(HR-DIA-SEMANA)
                               END-IF
                           ELSE
                               MOVE "10" TO WS-GRADEHOR-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADEHOR-FILE
           END-IF

           MOVE WRK-DATA-INICIO TO WRK-DATA-NUM
           COMPUTE WRK-DIA-INICIO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
           MOVE WRK-DATA-FIM TO WRK-DATA-NUM
           COMPUTE WRK-DIA-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)

           PERFORM VARYING WRK-DIA-ATUAL FROM WRK-DIA-INICIO BY 1
                   UNTIL WRK-DIA-ATUAL > WRK-DIA-FIM
               PERFORM CALCULA-DIA-SEMANA
               IF TE-QTD-DIA(WRK-DIA-SEMANA) > ZEROS
                   PERFORM VERIFICA-FERIADO
                   IF WRK-E-FERIADO = 'N'
                       PERFORM VARYING IND-ENCONTRO FROM 1 BY 1
                               UNTIL IND-ENCONTRO >
                                     TE-QTD-DIA(WRK-DIA-SEMANA)
                           IF QTD-DATAS < 300
                               ADD 1 TO QTD-DATAS
                               MOVE WRK-DATA-TXT TO
                                   TD-DATA (QTD-DATAS)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Dia da semana do dia corrente no numero da grade (o dia 1 do
      * calendario inteiro, 01/01/1601, caiu numa segunda-feira).
      * ----------------------------------------------------------------
       CALCULA-DIA-SEMANA.

           COMPUTE WRK-QUOCIENTE = WRK-DIA-ATUAL - 1
           DIVIDE WRK-QUOCIENTE BY 7 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO

           IF WRK-RESTO = 6
               MOVE 1 TO WRK-DIA-SEMANA
           ELSE
               COMPUTE WRK-DIA-SEMANA = WRK-RESTO + 2
           END-IF.

      * ----------------------------------------------------------------
      * Converte o dia corrente em data (WRK-DATA-TXT) e verifica se
      * ela esta na lista de feriados.
      * ----------------------------------------------------------------
       VERIFICA-FERIADO.

           MOVE 'N' TO WRK-E-FERIADO
           COMPUTE WRK-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-ATUAL)
           MOVE WRK-DATA-NUM TO WRK-DATA-TXT

           PERFORM VARYING IND-FERIADO FROM 1 BY 1
                   UNTIL IND-FERIADO > QTD-FERIADOS
               IF TF-DATA(IND-FERIADO) = WRK-DATA-TXT
                   MOVE 'S' TO WRK-E-FERIADO
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Docente da atribuicao da materia e turma no periodo, com o
      * nome do cadastro DOCENTES.
      * ----------------------------------------------------------------
       BUSCA-DOCENTE.

           MOVE SPACES TO WRK-DOCENTE WRK-NOME-DOCENTE

           MOVE "00" TO WS-ATRIBDOC-STATUS
           OPEN INPUT ATRIBDOC-FILE
           IF WS-ATRIBDOC-STATUS = "00"
               PERFORM UNTIL WS-ATRIBDOC-STATUS = "10"
                   READ ATRIBDOC-FILE
                       AT END
                           MOVE "10" TO WS-ATRIBDOC-STATUS
                       NOT AT END
                           IF AT-PERIODO = WRK-PERIODO AND
                              AT-MATERIA = WRK-MATERIA AND
                              AT-TURMA = WRK-TURMA AND
                              WRK-DOCENTE = SPACES
                               MOVE AT-DOCENTE TO WRK-DOCENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATRIBDOC-FILE
           END-IF

           IF WRK-DOCENTE NOT = SPACES
               MOVE "00" TO WS-DOCENTES-STATUS
               OPEN INPUT DOCENTES-FILE
               IF WS-DOCENTES-STATUS = "00"
                   MOVE WRK-DOCENTE TO DC-ID
                   READ DOCENTES-FILE
                       NOT INVALID KEY
                           MOVE DC-NOME TO WRK-NOME-DOCENTE
                   END-READ
                   CLOSE DOCENTES-FILE
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Uma folha da turma: cabecalho, colunas das 13 datas da vez,
      * uma linha por aluno e a assinatura do docente.
      * ----------------------------------------------------------------
       IMPRIME-UMA-FOLHA.

           ADD 1 TO CNT-FOLHAS
           IF CNT-FOLHAS > 1
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "==========================================" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "DIARIO DE CLASSE - LISTA DE PRESENCA" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "PERIODO: " WRK-PERIODO
               "   MATERIA: " WRK-MATERIA
               "   TURMA: " WRK-TURMA
               "   FOLHA " IND-FOLHA " DE " QTD-FOLHAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           IF WRK-DOCENTE = SPACES
               MOVE "DOCENTE: (SEM ATRIBUICAO NO ATRIBDOC)" TO
                   RELATORIO-LINHA
           ELSE
               STRING "DOCENTE: " WRK-DOCENTE " " WRK-NOME-DOCENTE
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA
           IF QTD-DATAS = 0
               MOVE SPACES TO RELATORIO-LINHA
               STRING "TURMA SEM HORARIO NA GRADE (PROG76): DATAS A "
                   "PREENCHER PELO DOCENTE."
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE SPACES TO RELATORIO-LINHA
           MOVE "MATRIC" TO RELATORIO-LINHA (1:6)
           MOVE "NOME"   TO RELATORIO-LINHA (8:4)
           PERFORM VARYING IND-COL FROM 1 BY 1 UNTIL IND-COL > 13
               COMPUTE IND-DATA = (IND-FOLHA - 1) * 13 + IND-COL
               COMPUTE WRK-COLUNA = 40 + (IND-COL - 1) * 6
               IF IND-DATA <= QTD-DATAS
                   MOVE SPACES TO WRK-DATA-COLUNA
                   STRING TD-DATA (IND-DATA) (7:2) "/"
                       TD-DATA (IND-DATA) (5:2)
                       DELIMITED BY SIZE INTO WRK-DATA-COLUNA
               ELSE
                   MOVE "__/__" TO WRK-DATA-COLUNA
               END-IF
               IF IND-DATA <= QTD-DATAS OR QTD-DATAS = 0
                   MOVE WRK-DATA-COLUNA TO
                       RELATORIO-LINHA (WRK-COLUNA:5)
               END-IF
           END-PERFORM
           WRITE RELATORIO-LINHA

           PERFORM IMPRIME-UM-ALUNO
               VARYING IND-PROX FROM IND-INI-SECAO BY 1
               UNTIL IND-PROX > IND-FIM-SECAO

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ASSINATURA DO DOCENTE: "
               "________________________________________"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           MOVE WRK-NOME-DOCENTE TO RELATORIO-LINHA (24:30)
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Linha do aluno na folha: matricula, nome e as colunas de
      * presenca; o trancado sai riscado (nome e colunas tracejados).
      * ----------------------------------------------------------------
       IMPRIME-UM-ALUNO.

           MOVE SPACES TO RELATORIO-LINHA
           MOVE TA-MATRICULA (IND-PROX) TO RELATORIO-LINHA (1:6)

           IF TA-TRANCADO (IND-PROX) = 'S'
               IF IND-FOLHA = 1
                   ADD 1 TO CNT-TRANCADOS
               END-IF
               MOVE TA-NOME (IND-PROX) TO WRK-NOME-RISCADO
               PERFORM VARYING IND-CAR FROM 1 BY 1 UNTIL IND-CAR > 30
                   IF WRK-NOME-RISCADO (IND-CAR:1) = SPACE
                       MOVE "-" TO WRK-NOME-RISCADO (IND-CAR:1)
                   END-IF
               END-PERFORM
               MOVE WRK-NOME-RISCADO TO RELATORIO-LINHA (8:30)
               MOVE "-" TO RELATORIO-LINHA (38:1)
           ELSE
               MOVE TA-NOME (IND-PROX) TO RELATORIO-LINHA (8:30)
           END-IF

           PERFORM VARYING IND-COL FROM 1 BY 1 UNTIL IND-COL > 13
               COMPUTE IND-DATA = (IND-FOLHA - 1) * 13 + IND-COL
               COMPUTE WRK-COLUNA = 40 + (IND-COL - 1) * 6
               IF IND-DATA <= QTD-DATAS OR QTD-DATAS = 0
                   IF TA-TRANCADO (IND-PROX) = 'S'
                       MOVE "------" TO RELATORIO-LINHA (WRK-COLUNA:6)
                   ELSE
                       MOVE "[   ]" TO RELATORIO-LINHA (WRK-COLUNA:5)
                   END-IF
               END-IF
           END-PERFORM

           IF TA-TRANCADO (IND-PROX) = 'S'
               MOVE "TRANCADO" TO RELATORIO-LINHA (119:8)
           END-IF

           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Tabela de trabalho cheia: em vez de emitir um diario parcial,
      * repassa ao tratador comum PROG31E, que grava o OPSLOG e
      * interrompe a execucao. WRK-ERR-ARQUIVO traz o arquivo que
      * estourou a tabela.
      * ----------------------------------------------------------------
       REPORTA-LIMITE-TABELA.

           MOVE "TABELA" TO WRK-ERR-OPERACAO
           MOVE "TB" TO WRK-ERR-STATUS
           CALL "PROG31E" USING WRK-ERR-PROGRAMA WRK-ERR-ARQUIVO
               WRK-ERR-OPERACAO WRK-ERR-STATUS
           END-CALL.

       END PROGRAM PROG83.
