      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Ensalamento de provas. Para uma materia, periodo,
      *          prova (1=P1 2=P2 3=Atividade, como no SEGCHAMADA) e
      *          data de aplicacao, recebe as salas disponiveis no dia
      *          (nomes do COMODOS) e calcula a capacidade de cada uma
      *          pela area e pela metragem por aluno, a mesma regra do
      *          PROG53. Distribui os inscritos da materia no periodo
      *          (INSCRICAO, nomes do ALUNCAD) pelas salas em ordem
      *          alfabetica (A - enche uma sala e passa a seguinte) ou
      *          espalhando as turmas (T - alunos de cada turma
      *          alternados entre as salas). Imprime por sala a lista
      *          de ensalamento com coluna de assinatura e a lista de
      *          porta. Aluno com segunda chamada pendente (SEGCHAMADA,
      *          PROG64) para a prova sai numa lista a parte, sem
      *          lugar. Sem capacidade para todos, a sala nao e
      *          superlotada: o relatorio informa quantos lugares
      *          faltam e lista os alunos sem lugar. Saida em
      *          RELENSALA, retida no spool (PROG62V).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Segundo campus: a prova e aplicada numa unidade
      *                 (branco = SEDE, conferida pelo PROG99V). So sao
      *                 aceitas salas da unidade (COMODO-UNIDADE, branco
      *                 = SEDE) e so sao ensalados os inscritos de
      *                 turma dada na unidade (atribuicao ATRIBDOC da
      *                 materia, periodo e turma, via PROG99T); os de
      *                 outra unidade sao contados a parte no resumo.
      *   15/10 - RLS - Sala com ordem de servico interditada e nao
      *                 fechada (ORDSERV, PROG107V) e recusada na lista
      *                 de salas do dia.
      *   15/10 - RLS - SEGCHAMADA acima de 300 pendencias ou
      *                 INSCRICAO acima de 2000 inscritos vai ao
      *                 PROG31E.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG84.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMODOS-FILE ASSIGN TO "COMODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMODOS-STATUS.

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

           SELECT SEGCHAMADA-FILE ASSIGN TO "SEGCHAMADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGCHAMADA-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELENSALA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Mesmo layout lido pelo PROG02 e pelo PROG53.
       FD  COMODOS-FILE.
       01  COMODO-REC.
           05 COMODO-NOME         PIC X(15).
           05 COMODO-LARGURA      PIC 9(03).
           05 COMODO-ALTURA       PIC 9(03).
           05 COMODO-UNIDADE      PIC X(04).

       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.
           COPY INSCRREC.

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

      * Mesmo layout gravado pelo PROG64.
       FD  SEGCHAMADA-FILE.
       01  SEGCHAMADA-REC.
           05 SG-MATRICULA        PIC 9(06).
           05 SG-MATERIA          PIC X(30).
           05 SG-PERIODO          PIC X(06).
           05 SG-PROVA            PIC X(01).
           05 SG-JUSTIFICATIVA    PIC X(02).
           05 SG-DOCUMENTO        PIC X(20).
           05 SG-DATA-REG         PIC X(08).
           05 SG-OPERADOR         PIC X(10).
           05 SG-STATUS           PIC X(01).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(100).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-COMODOS-STATUS    PIC X(02) VALUE "00".
       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-SEGCHAMADA-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-MATERIA          PIC X(30) VALUE SPACES.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-PROVA            PIC X(01) VALUE SPACE.
       77 WRK-DATA-PROVA       PIC X(08) VALUE SPACES.
       77 WRK-MODO             PIC X(01) VALUE SPACE.
       77 WRK-M2-TXT           PIC X(05) VALUE SPACES.
       77 WRK-M2-ALUNO         PIC 9(02)V99 VALUE 1.50.
       77 WRK-M2-EDIT          PIC Z9.99.
       77 WRK-AREA             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-AREA-EDIT        PIC Z(05)9.99.
       77 WRK-NOME-SALA        PIC X(15) VALUE SPACES.
       77 WRK-FIM-SALAS        PIC X VALUE 'N'.
       77 WRK-ACHOU            PIC X VALUE 'N'.
       77 WRK-INTERDITADA      PIC X(01) VALUE 'N'.
       77 WRK-TROCOU           PIC X VALUE 'N'.
       77 WRK-ALUNCAD-OK       PIC X VALUE 'N'.
       77 WRK-SALA-ATUAL       PIC 9(02) VALUE ZEROS.
       77 WRK-TENTATIVAS       PIC 9(02) VALUE ZEROS.
       77 QTD-COMODOS          PIC 9(02) VALUE ZEROS.
       77 IND-COMODO           PIC 9(02) VALUE ZEROS.
       77 QTD-SALAS            PIC 9(02) VALUE ZEROS.
       77 IND-SALA             PIC 9(02) VALUE ZEROS.
       77 QTD-SEGCH            PIC 9(03) VALUE ZEROS.
       77 IND-SEGCH            PIC 9(03) VALUE ZEROS.
       77 QTD-ALUNOS           PIC 9(04) VALUE ZEROS.
       77 IND-ALU              PIC 9(04) VALUE ZEROS.
       77 IND-PROX             PIC 9(04) VALUE ZEROS.
       77 TOT-CAPACIDADE       PIC 9(05) VALUE ZEROS.
       77 CNT-A-ENSALAR        PIC 9(05) VALUE ZEROS.
       77 CNT-ENSALADOS        PIC 9(05) VALUE ZEROS.
       77 CNT-SEM-LUGAR        PIC 9(05) VALUE ZEROS.
       77 CNT-SEGCH            PIC 9(05) VALUE ZEROS.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELENSALA".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG84".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.
       77 WRK-ERR-PROGRAMA     PIC X(08) VALUE 'PROG84'.
       77 WRK-ERR-ARQUIVO      PIC X(12) VALUE 'INSCRICAO'.
       77 WRK-ERR-OPERACAO     PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS       PIC X(02) VALUE SPACES.
       77 WRK-UNIDADE-PROVA    PIC X(04) VALUE SPACES.
       77 WRK-NOME-UNIDADE     PIC X(30) VALUE SPACES.
       77 WRK-SITUACAO-UNIDADE PIC X(01) VALUE SPACE.
       77 WRK-ACHOU-UNIDADE    PIC X(01) VALUE 'N'.
       77 WRK-UNIDADE-TURMA    PIC X(04) VALUE SPACES.
       77 WRK-UNIDADE-SALA     PIC X(04) VALUE SPACES.
       77 CNT-OUTRA-UNIDADE    PIC 9(05) VALUE ZEROS.

      * Comodos cadastrados (ate 30), com a unidade e a area de cada
      * um.
       01  TABELA-COMODOS.
           05 TC-ENTRADA OCCURS 30 TIMES.
              10 TC-NOME          PIC X(15).
              10 TC-UNIDADE       PIC X(04).
              10 TC-AREA          PIC 9(06)V99.

      * Salas disponiveis no dia, na ordem informada: area,
      * capacidade e lugares ja ocupados.
       01  TABELA-SALAS.
           05 TS-ENTRADA OCCURS 30 TIMES.
              10 TS-NOME          PIC X(15).
              10 TS-AREA          PIC 9(06)V99.
              10 TS-CAPACIDADE    PIC 9(04).
              10 TS-OCUPADOS      PIC 9(04).

      * Matriculas com segunda chamada pendente para a prova (ate
      * 300).
       01  TABELA-SEGCHAMADA.
           05 TG-MATRICULA        PIC 9(06) OCCURS 300 TIMES.

      * Inscritos da materia no periodo (ate 2000). TA-ORDEM e a
      * chave de ordenacao da vez: nome e turma (modo A), turma e
      * nome (modo T) e, depois da distribuicao, sala e nome.
      * TA-SALA = 0 e aluno sem lugar; TA-SEGCH = 'S' vai para a
      * lista de segunda chamada.
       01  TABELA-ALUNOS.
           05 TA-ENTRADA OCCURS 2000 TIMES.
              10 TA-ORDEM         PIC X(42).
              10 TA-MATRICULA     PIC 9(06).
              10 TA-NOME          PIC X(30).
              10 TA-TURMA         PIC X(10).
              10 TA-SALA          PIC 9(02).
              10 TA-LUGAR         PIC 9(04).
              10 TA-SEGCH         PIC X(01).
       01  TA-ENTRADA-AUX.
           05 FILLER              PIC X(95).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "ENSALAMENTO DE PROVAS (RELENSALA)".
           DISPLAY "===================================".

           DISPLAY "MATERIA:"
           ACCEPT WRK-MATERIA
           DISPLAY "PERIODO (EX. 2026-1):"
           ACCEPT WRK-PERIODO
           MOVE SPACE TO WRK-PROVA
           PERFORM UNTIL WRK-PROVA = '1' OR WRK-PROVA = '2'
                   OR WRK-PROVA = '3'
               DISPLAY "PROVA (1=P1 2=P2 3=ATIVIDADE):"
               ACCEPT WRK-PROVA
           END-PERFORM
           MOVE SPACES TO WRK-DATA-PROVA
           PERFORM UNTIL WRK-DATA-PROVA IS NUMERIC
               DISPLAY "DATA DA PROVA (AAAAMMDD):"
               ACCEPT WRK-DATA-PROVA
           END-PERFORM
           MOVE SPACE TO WRK-MODO
           PERFORM UNTIL WRK-MODO = 'A' OR WRK-MODO = 'T'
               DISPLAY "DISTRIBUICAO (A = ALFABETICA, T = ESPALHAR "
                   "AS TURMAS):"
               ACCEPT WRK-MODO
               IF WRK-MODO = 'a'
                   MOVE 'A' TO WRK-MODO
               END-IF
               IF WRK-MODO = 't'
                   MOVE 'T' TO WRK-MODO
               END-IF
           END-PERFORM

           DISPLAY "METROS QUADRADOS POR ALUNO (EX. 01.50, BRANCO = "
               "1.50):"
           ACCEPT WRK-M2-TXT
           IF WRK-M2-TXT NOT = SPACES
               MOVE WRK-M2-TXT TO WRK-M2-ALUNO
           END-IF
           IF WRK-M2-ALUNO = 0
               MOVE 1.50 TO WRK-M2-ALUNO
           END-IF

           MOVE 'N' TO WRK-ACHOU-UNIDADE
           PERFORM UNTIL WRK-ACHOU-UNIDADE = 'S'
               DISPLAY "UNIDADE DA PROVA (BRANCO = SEDE):"
               MOVE SPACES TO WRK-UNIDADE-PROVA
               ACCEPT WRK-UNIDADE-PROVA
               CALL "PROG99V" USING WRK-UNIDADE-PROVA
                   WRK-NOME-UNIDADE WRK-SITUACAO-UNIDADE
                   WRK-ACHOU-UNIDADE
               END-CALL
               IF WRK-ACHOU-UNIDADE NOT = 'S'
                   DISPLAY "UNIDADE " WRK-UNIDADE-PROVA " NAO "
                       "CADASTRADA. REDIGITE."
               END-IF
           END-PERFORM

           PERFORM CARREGA-COMODOS
           IF QTD-COMODOS = 0
               DISPLAY "NENHUM COMODO ENCONTRADO. RODE O CADASTRO DE "
                   "COMODOS ANTES."
               GOBACK
           END-IF

           PERFORM ESCOLHE-SALAS
           IF QTD-SALAS = 0
               DISPLAY "NENHUMA SALA INFORMADA. ENSALAMENTO NAO "
                   "GERADO."
               GOBACK
           END-IF

           PERFORM CARREGA-SEGCHAMADA

           PERFORM CARREGA-ALUNOS
           IF QTD-ALUNOS = 0
               DISPLAY "NENHUMA INSCRICAO EM " WRK-MATERIA
                   " NO PERIODO " WRK-PERIODO " NA UNIDADE "
                   WRK-UNIDADE-PROVA "."
               IF CNT-OUTRA-UNIDADE > 0
                   DISPLAY "INSCRITOS EM TURMAS DE OUTRA UNIDADE: "
                       CNT-OUTRA-UNIDADE
               END-IF
               GOBACK
           END-IF

           PERFORM ORDENA-ALUNOS
           PERFORM DISTRIBUI-ALUNOS
           PERFORM ORDENA-ALUNOS

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM IMPRIME-RESUMO
           PERFORM IMPRIME-UMA-SALA
               VARYING IND-SALA FROM 1 BY 1
               UNTIL IND-SALA > QTD-SALAS
           PERFORM IMPRIME-SEGUNDA-CHAMADA
           IF CNT-SEM-LUGAR > 0
               PERFORM IMPRIME-SEM-LUGAR
           END-IF
           CLOSE RELATORIO-FILE

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           DISPLAY "ENSALAMENTO GRAVADO EM RELENSALA."
           DISPLAY "ENSALADOS: " CNT-ENSALADOS
               "  SEGUNDA CHAMADA: " CNT-SEGCH
               "  SEM LUGAR: " CNT-SEM-LUGAR
           IF CNT-OUTRA-UNIDADE > 0
               DISPLAY "INSCRITOS EM TURMAS DE OUTRA UNIDADE (NAO "
                   "ENSALADOS): " CNT-OUTRA-UNIDADE
           END-IF
           IF CNT-SEM-LUGAR > 0
               DISPLAY "CAPACIDADE INSUFICIENTE: FALTAM "
                   CNT-SEM-LUGAR " LUGARES. INFORME MAIS SALAS."
           END-IF

           GOBACK.

      * ----------------------------------------------------------------
      * Carrega os COMODOS com a unidade (branco = SEDE) e a area de
      * cada um.
      * ----------------------------------------------------------------
       CARREGA-COMODOS.

           OPEN INPUT COMODOS-FILE
           IF WS-COMODOS-STATUS = "00"
               PERFORM UNTIL WS-COMODOS-STATUS = "10"
                       OR QTD-COMODOS >= 30
                   READ COMODOS-FILE
                       AT END
                           MOVE "10" TO WS-COMODOS-STATUS
                       NOT AT END
                           ADD 1 TO QTD-COMODOS
                           MOVE COMODO-NOME TO TC-NOME (QTD-COMODOS)
                           IF COMODO-UNIDADE = SPACES
                               MOVE "SEDE" TO COMODO-UNIDADE
                           END-IF
                           MOVE COMODO-UNIDADE TO
                               TC-UNIDADE (QTD-COMODOS)
                           COMPUTE WRK-AREA =
                               COMODO-LARGURA * COMODO-ALTURA
                           MOVE WRK-AREA TO TC-AREA (QTD-COMODOS)
                   END-READ
               END-PERFORM
               CLOSE COMODOS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Pede as salas disponiveis no dia ate um nome em branco,
      * derivando a capacidade de cada uma.
      * ----------------------------------------------------------------
       ESCOLHE-SALAS.

           MOVE 'N' TO WRK-FIM-SALAS
           PERFORM UNTIL WRK-FIM-SALAS = 'S'
               DISPLAY "SALA DISPONIVEL (NOME DO COMODO, BRANCO = "
                   "FIM):"
               MOVE SPACES TO WRK-NOME-SALA
               ACCEPT WRK-NOME-SALA
               IF WRK-NOME-SALA = SPACES
                   MOVE 'S' TO WRK-FIM-SALAS
               ELSE
                   PERFORM INCLUI-SALA
                   IF QTD-SALAS >= 30
                       DISPLAY "LIMITE DE 30 SALAS ATINGIDO."
                       MOVE 'S' TO WRK-FIM-SALAS
                   END-IF
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Confere a sala no COMODOS e a inclui na lista do dia; sala
      * de outra unidade que nao a da prova e recusada, assim como a
      * sala interditada por ordem de servico (PROG107V).
      * ----------------------------------------------------------------
       INCLUI-SALA.

           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING IND-SALA FROM 1 BY 1
                   UNTIL IND-SALA > QTD-SALAS
               IF TS-NOME (IND-SALA) = WRK-NOME-SALA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM
           IF WRK-ACHOU = 'N'
               CALL "PROG107V" USING WRK-NOME-SALA WRK-INTERDITADA
               END-CALL
               IF WRK-INTERDITADA = 'S'
                   DISPLAY "SALA " WRK-NOME-SALA " INTERDITADA POR "
                       "ORDEM DE SERVICO (PROG107). REDIGITE."
                   MOVE 'I' TO WRK-ACHOU
               END-IF
           END-IF
           IF WRK-ACHOU = 'S'
               DISPLAY "SALA " WRK-NOME-SALA " JA INFORMADA."
           END-IF
           IF WRK-ACHOU = 'N'
               PERFORM VARYING IND-COMODO FROM 1 BY 1
                       UNTIL IND-COMODO > QTD-COMODOS
                          OR WRK-ACHOU = 'S'
                   IF TC-NOME (IND-COMODO) = WRK-NOME-SALA AND
                      TC-UNIDADE (IND-COMODO) NOT = WRK-UNIDADE-PROVA
                       MOVE 'U' TO WRK-ACHOU
                       MOVE TC-UNIDADE (IND-COMODO) TO WRK-UNIDADE-SALA
                   END-IF
                   IF TC-NOME (IND-COMODO) = WRK-NOME-SALA AND
                      TC-UNIDADE (IND-COMODO) = WRK-UNIDADE-PROVA
                       MOVE 'S' TO WRK-ACHOU
                       ADD 1 TO QTD-SALAS
                       MOVE WRK-NOME-SALA TO TS-NOME (QTD-SALAS)
                       MOVE TC-AREA (IND-COMODO) TO
                           TS-AREA (QTD-SALAS)
                       COMPUTE TS-CAPACIDADE (QTD-SALAS) =
                           TC-AREA (IND-COMODO) / WRK-M2-ALUNO
                       MOVE ZEROS TO TS-OCUPADOS (QTD-SALAS)
                       ADD TS-CAPACIDADE (QTD-SALAS) TO
                           TOT-CAPACIDADE
                       MOVE TS-AREA (QTD-SALAS) TO WRK-AREA-EDIT
                       DISPLAY "SALA " WRK-NOME-SALA " AREA "
                           WRK-AREA-EDIT " M2 - CAPACIDADE "
                           TS-CAPACIDADE (QTD-SALAS)
                   END-IF
               END-PERFORM
               IF WRK-ACHOU = 'N'
                   DISPLAY "SALA " WRK-NOME-SALA " NAO CONSTA DO "
                       "COMODOS. REDIGITE."
               END-IF
               IF WRK-ACHOU = 'U'
                   DISPLAY "SALA " WRK-NOME-SALA " E DA UNIDADE "
                       WRK-UNIDADE-SALA ", NAO DA UNIDADE DA PROVA. "
                       "REDIGITE."
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Guarda as matriculas com segunda chamada pendente para a
      * materia, periodo e prova.
      * ----------------------------------------------------------------
       CARREGA-SEGCHAMADA.

           MOVE ZEROS TO QTD-SEGCH

           OPEN INPUT SEGCHAMADA-FILE
           IF WS-SEGCHAMADA-STATUS = "00"
               PERFORM UNTIL WS-SEGCHAMADA-STATUS = "10"
                   READ SEGCHAMADA-FILE
                       AT END
                           MOVE "10" TO WS-SEGCHAMADA-STATUS
                       NOT AT END
                           IF SG-MATERIA = WRK-MATERIA AND
                              SG-PERIODO = WRK-PERIODO AND
                              SG-PROVA = WRK-PROVA AND
                              SG-STATUS = 'P'
                               IF QTD-SEGCH >= 300
                                   MOVE "SEGCHAMADA" TO
                                       WRK-ERR-ARQUIVO
                                   PERFORM REPORTA-LIMITE-TABELA
                               ELSE
                                   ADD 1 TO QTD-SEGCH
                                   MOVE SG-MATRICULA TO
                                       TG-MATRICULA (QTD-SEGCH)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGCHAMADA-FILE
           END-IF
           MOVE "00" TO WS-SEGCHAMADA-STATUS.

      * ----------------------------------------------------------------
      * Carrega os inscritos da materia no periodo, de turma dada na
      * unidade da prova, com o nome do ALUNCAD e a marca de segunda
      * chamada; os de turma de outra unidade so sao contados.
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
                           IF IN-MATERIA = WRK-MATERIA AND
                              IN-PERIODO = WRK-PERIODO
                               CALL "PROG99T" USING WRK-MATERIA
                                   WRK-PERIODO IN-TURMA
                                   WRK-UNIDADE-TURMA
                               END-CALL
                               IF WRK-UNIDADE-TURMA =
                                  WRK-UNIDADE-PROVA
                                   PERFORM GUARDA-ALUNO
                               ELSE
                                   ADD 1 TO CNT-OUTRA-UNIDADE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSCRICAO-FILE
           END-IF

           IF WRK-ALUNCAD-OK = 'S'
               CLOSE ALUNO-CAD-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Guarda a inscricao lida na tabela de alunos, com a chave de
      * ordenacao do modo escolhido.
      * ----------------------------------------------------------------
       GUARDA-ALUNO.

           IF QTD-ALUNOS >= 2000
               MOVE "INSCRICAO" TO WRK-ERR-ARQUIVO
               PERFORM REPORTA-LIMITE-TABELA
           ELSE
               ADD 1 TO QTD-ALUNOS
               MOVE IN-MATRICULA TO TA-MATRICULA (QTD-ALUNOS)
               MOVE IN-TURMA     TO TA-TURMA (QTD-ALUNOS)
               MOVE ZEROS        TO TA-SALA (QTD-ALUNOS)
               MOVE ZEROS        TO TA-LUGAR (QTD-ALUNOS)
               MOVE "(FORA DO CADASTRO ALUNCAD)" TO
                   TA-NOME (QTD-ALUNOS)
               IF WRK-ALUNCAD-OK = 'S'
                   MOVE IN-MATRICULA TO AC-MATRICULA
                   READ ALUNO-CAD-FILE
                       NOT INVALID KEY
                           MOVE AC-NOME TO TA-NOME (QTD-ALUNOS)
                   END-READ
               END-IF

               MOVE 'N' TO TA-SEGCH (QTD-ALUNOS)
               PERFORM VARYING IND-SEGCH FROM 1 BY 1
                       UNTIL IND-SEGCH > QTD-SEGCH
                   IF TG-MATRICULA (IND-SEGCH) = IN-MATRICULA
                       MOVE 'S' TO TA-SEGCH (QTD-ALUNOS)
                   END-IF
               END-PERFORM

               MOVE SPACES TO TA-ORDEM (QTD-ALUNOS)
               IF WRK-MODO = 'T'
                   STRING TA-TURMA (QTD-ALUNOS)
                       TA-NOME (QTD-ALUNOS)
                       DELIMITED BY SIZE INTO TA-ORDEM (QTD-ALUNOS)
               ELSE
                   STRING TA-NOME (QTD-ALUNOS)
                       TA-TURMA (QTD-ALUNOS)
                       DELIMITED BY SIZE INTO TA-ORDEM (QTD-ALUNOS)
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Ordena os alunos pela chave TA-ORDEM (bolha).
      * ----------------------------------------------------------------
       ORDENA-ALUNOS.

           MOVE 'S' TO WRK-TROCOU
           PERFORM UNTIL WRK-TROCOU = 'N'
               MOVE 'N' TO WRK-TROCOU
               PERFORM VARYING IND-ALU FROM 1 BY 1
                       UNTIL IND-ALU >= QTD-ALUNOS
                   COMPUTE IND-PROX = IND-ALU + 1
                   IF TA-ORDEM (IND-ALU) > TA-ORDEM (IND-PROX)
                       MOVE TA-ENTRADA (IND-ALU) TO TA-ENTRADA-AUX
                       MOVE TA-ENTRADA (IND-PROX) TO
                           TA-ENTRADA (IND-ALU)
                       MOVE TA-ENTRADA-AUX TO TA-ENTRADA (IND-PROX)
                       MOVE 'S' TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

      * ----------------------------------------------------------------
      * Distribui os alunos (fora os de segunda chamada) pelas salas
      * sem passar da capacidade. Ao fim, a chave de ordenacao passa
      * a ser sala e nome, para as listas por sala.
      * ----------------------------------------------------------------
       DISTRIBUI-ALUNOS.

           MOVE 1 TO WRK-SALA-ATUAL
           IF WRK-MODO = 'T'
               MOVE QTD-SALAS TO WRK-SALA-ATUAL
           END-IF

           PERFORM VARYING IND-ALU FROM 1 BY 1
                   UNTIL IND-ALU > QTD-ALUNOS
               IF TA-SEGCH (IND-ALU) = 'S'
                   ADD 1 TO CNT-SEGCH
               ELSE
                   ADD 1 TO CNT-A-ENSALAR
                   PERFORM ALOCA-UM-ALUNO
               END-IF
           END-PERFORM

           PERFORM VARYING IND-ALU FROM 1 BY 1
                   UNTIL IND-ALU > QTD-ALUNOS
               MOVE SPACES TO TA-ORDEM (IND-ALU)
               STRING TA-SALA (IND-ALU) TA-NOME (IND-ALU)
                   TA-TURMA (IND-ALU)
                   DELIMITED BY SIZE INTO TA-ORDEM (IND-ALU)
           END-PERFORM.

      * ----------------------------------------------------------------
      * Procura lugar para o aluno corrente. No modo A fica na sala
      * atual ate encher; no modo T cada aluno vai para a sala
      * seguinte que tiver lugar, alternando as turmas entre as
      * salas.
      * ----------------------------------------------------------------
       ALOCA-UM-ALUNO.

           IF WRK-MODO = 'T'
               ADD 1 TO WRK-SALA-ATUAL
               IF WRK-SALA-ATUAL > QTD-SALAS
                   MOVE 1 TO WRK-SALA-ATUAL
               END-IF
           END-IF

           MOVE ZEROS TO WRK-TENTATIVAS
           PERFORM UNTIL WRK-TENTATIVAS >= QTD-SALAS
                   OR TS-OCUPADOS (WRK-SALA-ATUAL) <
                      TS-CAPACIDADE (WRK-SALA-ATUAL)
               ADD 1 TO WRK-TENTATIVAS
               ADD 1 TO WRK-SALA-ATUAL
               IF WRK-SALA-ATUAL > QTD-SALAS
                   MOVE 1 TO WRK-SALA-ATUAL
               END-IF
           END-PERFORM

           IF TS-OCUPADOS (WRK-SALA-ATUAL) <
              TS-CAPACIDADE (WRK-SALA-ATUAL)
               ADD 1 TO TS-OCUPADOS (WRK-SALA-ATUAL)
               MOVE WRK-SALA-ATUAL TO TA-SALA (IND-ALU)
               ADD 1 TO CNT-ENSALADOS
           ELSE
               ADD 1 TO CNT-SEM-LUGAR
           END-IF.

      * ----------------------------------------------------------------
      * Cabecalho do relatorio: prova, salas, capacidade e o aviso de
      * capacidade insuficiente.
      * ----------------------------------------------------------------
       IMPRIME-RESUMO.

           MOVE "==========================================" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "ENSALAMENTO DE PROVA - RESUMO" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM IMPRIME-IDENTIFICACAO
           MOVE WRK-M2-ALUNO TO WRK-M2-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           IF WRK-MODO = 'T'
               STRING "DISTRIBUICAO: TURMAS ESPALHADAS   M2 POR "
                   "ALUNO: " WRK-M2-EDIT
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               STRING "DISTRIBUICAO: ALFABETICA   M2 POR "
                   "ALUNO: " WRK-M2-EDIT
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE SPACES TO RELATORIO-LINHA
           MOVE "SALA"        TO RELATORIO-LINHA (1:4)
           MOVE "AREA M2"     TO RELATORIO-LINHA (20:7)
           MOVE "CAPACIDADE"  TO RELATORIO-LINHA (32:10)
           MOVE "ENSALADOS"   TO RELATORIO-LINHA (45:9)
           WRITE RELATORIO-LINHA
           PERFORM VARYING IND-SALA FROM 1 BY 1
                   UNTIL IND-SALA > QTD-SALAS
               MOVE SPACES TO RELATORIO-LINHA
               MOVE TS-NOME (IND-SALA) TO RELATORIO-LINHA (1:15)
               MOVE TS-AREA (IND-SALA) TO WRK-AREA-EDIT
               MOVE WRK-AREA-EDIT TO RELATORIO-LINHA (17:9)
               MOVE TS-CAPACIDADE (IND-SALA) TO
                   RELATORIO-LINHA (32:4)
               MOVE TS-OCUPADOS (IND-SALA) TO RELATORIO-LINHA (45:4)
               WRITE RELATORIO-LINHA
           END-PERFORM
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE SPACES TO RELATORIO-LINHA
           STRING "INSCRITOS.................: " QTD-ALUNOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           IF CNT-OUTRA-UNIDADE > 0
               MOVE SPACES TO RELATORIO-LINHA
               STRING "DE TURMAS DE OUTRA UNIDADE: " CNT-OUTRA-UNIDADE
                   " (NAO ENSALADOS)"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE SPACES TO RELATORIO-LINHA
           STRING "SEGUNDA CHAMADA PENDENTE..: " CNT-SEGCH
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "A ENSALAR.................: " CNT-A-ENSALAR
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "CAPACIDADE TOTAL..........: " TOT-CAPACIDADE
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ENSALADOS.................: " CNT-ENSALADOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           IF CNT-SEM-LUGAR > 0
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               STRING "*** CAPACIDADE INSUFICIENTE: FALTAM "
                   CNT-SEM-LUGAR " LUGARES. NENHUMA SALA FOI "
                   "SUPERLOTADA. ***"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "*** ALUNOS SEM LUGAR LISTADOS AO FINAL. ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      * ----------------------------------------------------------------
      * Linhas de identificacao da prova, repetidas em cada lista.
      * ----------------------------------------------------------------
       IMPRIME-IDENTIFICACAO.

           MOVE SPACES TO RELATORIO-LINHA
           STRING "MATERIA: " WRK-MATERIA
               "   PERIODO: " WRK-PERIODO
               "   UNIDADE: " WRK-UNIDADE-PROVA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           EVALUATE WRK-PROVA
               WHEN '1'
                   MOVE "PROVA: P1" TO RELATORIO-LINHA
               WHEN '2'
                   MOVE "PROVA: P2" TO RELATORIO-LINHA
               WHEN OTHER
                   MOVE "PROVA: ATIVIDADE" TO RELATORIO-LINHA
           END-EVALUATE
           STRING "DATA: " WRK-DATA-PROVA (7:2) "/"
               WRK-DATA-PROVA (5:2) "/" WRK-DATA-PROVA (1:4)
               DELIMITED BY SIZE INTO RELATORIO-LINHA (20:16)
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Lista de ensalamento (com assinatura) e lista de porta da
      * sala corrente.
      * ----------------------------------------------------------------
       IMPRIME-UMA-SALA.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "==========================================" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "LISTA DE ENSALAMENTO - SALA " TS-NOME (IND-SALA)
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM IMPRIME-IDENTIFICACAO
           MOVE SPACES TO RELATORIO-LINHA
           STRING "CAPACIDADE: " TS-CAPACIDADE (IND-SALA)
               "   ENSALADOS: " TS-OCUPADOS (IND-SALA)
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE SPACES TO RELATORIO-LINHA
           MOVE "LUGAR"      TO RELATORIO-LINHA (1:5)
           MOVE "MATRIC"     TO RELATORIO-LINHA (8:6)
           MOVE "NOME"       TO RELATORIO-LINHA (16:4)
           MOVE "TURMA"      TO RELATORIO-LINHA (48:5)
           MOVE "ASSINATURA" TO RELATORIO-LINHA (60:10)
           WRITE RELATORIO-LINHA

           MOVE ZEROS TO TS-OCUPADOS (IND-SALA)
           PERFORM VARYING IND-ALU FROM 1 BY 1
                   UNTIL IND-ALU > QTD-ALUNOS
               IF TA-SALA (IND-ALU) = IND-SALA AND
                  TA-SEGCH (IND-ALU) NOT = 'S'
                   ADD 1 TO TS-OCUPADOS (IND-SALA)
                   MOVE TS-OCUPADOS (IND-SALA) TO TA-LUGAR (IND-ALU)
                   MOVE SPACES TO RELATORIO-LINHA
                   MOVE TA-LUGAR (IND-ALU) TO RELATORIO-LINHA (2:4)
                   MOVE TA-MATRICULA (IND-ALU) TO
                       RELATORIO-LINHA (8:6)
                   MOVE TA-NOME (IND-ALU) TO RELATORIO-LINHA (16:30)
                   MOVE TA-TURMA (IND-ALU) TO RELATORIO-LINHA (48:10)
                   MOVE "______________________________" TO
                       RELATORIO-LINHA (60:30)
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "FISCAL DA SALA: "
               "________________________________________"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           PERFORM IMPRIME-LISTA-PORTA.

      * ----------------------------------------------------------------
      * Lista de porta da sala corrente: nome, matricula e lugar,
      * para afixar na entrada.
      * ----------------------------------------------------------------
       IMPRIME-LISTA-PORTA.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "==========================================" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "LISTA DE PORTA - SALA " TS-NOME (IND-SALA)
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM IMPRIME-IDENTIFICACAO
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE SPACES TO RELATORIO-LINHA
           MOVE "NOME"   TO RELATORIO-LINHA (1:4)
           MOVE "MATRIC" TO RELATORIO-LINHA (33:6)
           MOVE "LUGAR"  TO RELATORIO-LINHA (41:5)
           WRITE RELATORIO-LINHA

           PERFORM VARYING IND-ALU FROM 1 BY 1
                   UNTIL IND-ALU > QTD-ALUNOS
               IF TA-SALA (IND-ALU) = IND-SALA AND
                  TA-SEGCH (IND-ALU) NOT = 'S'
                   MOVE SPACES TO RELATORIO-LINHA
                   MOVE TA-NOME (IND-ALU) TO RELATORIO-LINHA (1:30)
                   MOVE TA-MATRICULA (IND-ALU) TO
                       RELATORIO-LINHA (33:6)
                   MOVE TA-LUGAR (IND-ALU) TO RELATORIO-LINHA (42:4)
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Lista a parte dos alunos com segunda chamada pendente para a
      * prova (nao ensalados).
      * ----------------------------------------------------------------
       IMPRIME-SEGUNDA-CHAMADA.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "==========================================" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "SEGUNDA CHAMADA PENDENTE (SEGCHAMADA) - NAO ENSALADOS"
               TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM IMPRIME-IDENTIFICACAO
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           IF CNT-SEGCH = 0
               MOVE "NENHUM ALUNO COM SEGUNDA CHAMADA PENDENTE." TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               PERFORM VARYING IND-ALU FROM 1 BY 1
                       UNTIL IND-ALU > QTD-ALUNOS
                   IF TA-SEGCH (IND-ALU) = 'S'
                       MOVE SPACES TO RELATORIO-LINHA
                       MOVE TA-MATRICULA (IND-ALU) TO
                           RELATORIO-LINHA (1:6)
                       MOVE TA-NOME (IND-ALU) TO
                           RELATORIO-LINHA (8:30)
                       MOVE TA-TURMA (IND-ALU) TO
                           RELATORIO-LINHA (40:10)
                       WRITE RELATORIO-LINHA
                   END-IF
               END-PERFORM
           END-IF.

      * ----------------------------------------------------------------
      * Alunos que ficaram sem lugar por falta de capacidade.
      * ----------------------------------------------------------------
       IMPRIME-SEM-LUGAR.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "==========================================" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ALUNOS SEM LUGAR - CAPACIDADE INSUFICIENTE "
               "(FALTAM " CNT-SEM-LUGAR " LUGARES)"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           PERFORM VARYING IND-ALU FROM 1 BY 1
                   UNTIL IND-ALU > QTD-ALUNOS
               IF TA-SALA (IND-ALU) = 0 AND
                  TA-SEGCH (IND-ALU) NOT = 'S'
                   MOVE SPACES TO RELATORIO-LINHA
                   MOVE TA-MATRICULA (IND-ALU) TO RELATORIO-LINHA (1:6)
                   MOVE TA-NOME (IND-ALU) TO RELATORIO-LINHA (8:30)
                   MOVE TA-TURMA (IND-ALU) TO RELATORIO-LINHA (40:10)
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Tabela de trabalho cheia: em vez de emitir um ensalamento
      * parcial, repassa ao tratador comum PROG31E, que grava o OPSLOG
      * e interrompe a execucao. WRK-ERR-ARQUIVO traz o arquivo que
      * estourou a tabela.
      * ----------------------------------------------------------------
       REPORTA-LIMITE-TABELA.

           MOVE "TABELA" TO WRK-ERR-OPERACAO
           MOVE "TB" TO WRK-ERR-STATUS
           CALL "PROG31E" USING WRK-ERR-PROGRAMA WRK-ERR-ARQUIVO
               WRK-ERR-OPERACAO WRK-ERR-STATUS
           END-CALL.

       END PROGRAM PROG84.
