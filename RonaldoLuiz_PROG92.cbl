      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Auditoria semanal de segregacao de funcoes e de
      *          alteracoes suspeitas de nota (relatorio RELAUDIT,
      *          retido no spool pelo PROG62V). Le NOTASHIST, TRANSLOG,
      *          REVNOTAS, SEGCHAMADA, FECHAMENTO e FERIADOS e aponta,
      *          na semana informada (sete dias terminando na data
      *          final, padrao hoje):
      *          1. o mesmo operador abrindo e decidindo um pedido -
      *             revisao registrada e decidida por ele no PROG39
      *             (quem abriu vem da linha "PEDIDO REVISAO" do
      *             TRANSLOG, porque a decisao regrava RV-OPERADOR) ou
      *             segunda chamada registrada e lancada por ele no
      *             PROG64;
      *          2. alteracao de nota que o proprio operador tinha
      *             lancado (autor da imagem anterior: a correcao
      *             anterior no NOTASHIST ou, sem ela, o primeiro
      *             lancamento da chave no TRANSLOG);
      *          3. alteracao fora do expediente (antes das 07:00,
      *             depois das 19:00, no sabado, no domingo ou em
      *             feriado da lista FERIADOS);
      *          4. alteracao em periodo fechado no FECHAMENTO na
      *             data e hora da alteracao;
      *          5. correcoes repetidas da mesma matricula/materia no
      *             periodo (duas ou mais na semana).
      *          Cada apontamento traz as notas antes e depois da
      *          imagem do NOTASHIST, para a coordenacao decidir sem
      *          consultar outros arquivos. Exige sign-on (PROG15V) e
      *          acesso a funcao PROG92 (PROG15A).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Registro alem da capacidade das tabelas
      *                 (NOTASHIST, REVNOTAS, SEGCHAMADA, FECHAMENTO)
      *                 vai ao PROG31E em vez de ficar fora da
      *                 auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG92.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-HIST-FILE ASSIGN TO "NOTASHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTASHIST-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT REVISAO-FILE ASSIGN TO "REVNOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISAO-STATUS.

           SELECT SEGCHAMADA-FILE ASSIGN TO "SEGCHAMADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGCHAMADA-STATUS.

           SELECT FECHAMENTO-FILE ASSIGN TO "FECHAMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAMENTO-STATUS.

           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADOS-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-HIST-FILE.
       01  NOTAS-HIST-REC.
           COPY NOTAHREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

      * Pedidos de revisao (layout do PROG39).
       FD  REVISAO-FILE.
       01  REVISAO-REC.
           05 RV-NUMERO           PIC 9(05).
           05 RV-MATRICULA        PIC 9(06).
           05 RV-MATERIA          PIC X(30).
           05 RV-PERIODO          PIC X(06).
           05 RV-MOTIVO           PIC X(40).
           05 RV-DATA-PEDIDO      PIC X(08).
           05 RV-STATUS           PIC X(01).
           05 RV-DATA-DECISAO     PIC X(08).
           05 RV-OPERADOR         PIC X(10).

      * Segunda chamada (layout do PROG64).
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

       FD  FECHAMENTO-FILE.
       01  FECHAMENTO-REC.
           COPY FECHREC.

       FD  FERIADOS-FILE.
       01  FERIADOS-REC.
           COPY FERIAREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(132).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-NOTASHIST-STATUS  PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-REVISAO-STATUS    PIC X(02) VALUE "00".
       77 WS-SEGCHAMADA-STATUS PIC X(02) VALUE "00".
       77 WS-FECHAMENTO-STATUS PIC X(02) VALUE "00".
       77 WS-FERIADOS-STATUS   PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-DATA-OK          PIC X VALUE 'N'.
       77 WRK-DATA-INICIO      PIC X(08) VALUE SPACES.
       77 WRK-DATA-FIM         PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM         PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-ATUAL        PIC 9(07) VALUE ZEROS.
       77 WRK-QUOCIENTE        PIC 9(07) VALUE ZEROS.
       77 WRK-RESTO            PIC 9(01) VALUE ZEROS.
       77 WRK-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
       77 WRK-E-FERIADO        PIC X(01) VALUE 'N'.
       77 WRK-HORA-ABRE        PIC X(06) VALUE "070000".
       77 WRK-HORA-FECHA       PIC X(06) VALUE "190000".
       77 WRK-MINIMO-REPETIDAS PIC 9(02) VALUE 2.
       77 WRK-MOMENTO          PIC X(14) VALUE SPACES.
       77 WRK-MOMENTO-LINHA    PIC X(14) VALUE SPACES.
       77 WRK-ACAO-VIGENTE     PIC X(01) VALUE SPACE.
       77 WRK-QUEM-FECHOU      PIC X(10) VALUE SPACES.
       77 WRK-QUANDO-FECHOU    PIC X(08) VALUE SPACES.
       77 WRK-TITULO           PIC X(60) VALUE SPACES.
       77 WRK-DETALHE          PIC X(40) VALUE SPACES.
       77 WRK-ACHOU            PIC X VALUE 'N'.
       77 WRK-REPETICOES       PIC 9(04) VALUE ZEROS.
       77 WRK-REPETICOES-EDIT  PIC ZZZ9.
       77 WRK-EDIT-P1          PIC Z9.99.
       77 WRK-EDIT-P2          PIC Z9.99.
       77 WRK-EDIT-P3          PIC Z9.99.
       77 WRK-EDIT-MEDIA       PIC Z9.99.
       77 WRK-IMAGEM-ANTES     PIC X(60) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS    PIC X(60) VALUE SPACES.
       77 QTD-ALTERACOES       PIC 9(04) VALUE ZEROS.
       77 QTD-REVISOES         PIC 9(04) VALUE ZEROS.
       77 QTD-SEGUNDAS         PIC 9(04) VALUE ZEROS.
       77 QTD-FECHAMENTOS      PIC 9(04) VALUE ZEROS.
       77 QTD-FERIADOS         PIC 9(03) VALUE ZEROS.
       77 IND-ALT              PIC 9(04) VALUE ZEROS.
       77 IND-OUTRA            PIC 9(04) VALUE ZEROS.
       77 IND-REV              PIC 9(04) VALUE ZEROS.
       77 IND-SEG              PIC 9(04) VALUE ZEROS.
       77 IND-FEC              PIC 9(04) VALUE ZEROS.
       77 IND-FERIADO          PIC 9(03) VALUE ZEROS.
       77 CNT-MESMO-OPERADOR   PIC 9(05) VALUE ZEROS.
       77 CNT-PROPRIA-NOTA     PIC 9(05) VALUE ZEROS.
       77 CNT-FORA-EXPEDIENTE  PIC 9(05) VALUE ZEROS.
       77 CNT-PERIODO-FECHADO  PIC 9(05) VALUE ZEROS.
       77 CNT-REPETIDAS        PIC 9(05) VALUE ZEROS.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELAUDIT".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG92".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.
       77 WRK-ERR-PROGRAMA     PIC X(08) VALUE 'PROG92'.
       77 WRK-ERR-ARQUIVO      PIC X(12) VALUE 'NOTASHIST'.
       77 WRK-ERR-OPERACAO     PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS       PIC X(02) VALUE SPACES.

      * Alteracoes de nota da semana (imagens do NOTASHIST), com o
      * autor da imagem anterior e a marca de correcao repetida ja
      * listada.
       01 TAB-ALTERACOES.
          05 TA-ENTRADA OCCURS 2000 TIMES.
             10 TA-DATA           PIC X(08).
             10 TA-HORA           PIC X(06).
             10 TA-OPERADOR       PIC X(10).
             10 TA-PROGRAMA       PIC X(08).
             10 TA-MATRICULA      PIC 9(06).
             10 TA-MATERIA        PIC X(30).
             10 TA-PERIODO        PIC X(06).
             10 TA-ANTES.
                15 TA-ANT-P1      PIC 99V99.
                15 TA-ANT-P2      PIC 99V99.
                15 TA-ANT-P3      PIC 99V99.
                15 TA-ANT-MEDIA   PIC 99V99.
                15 TA-ANT-SITUACAO PIC X(15).
             10 TA-DEPOIS.
                15 TA-DEP-P1      PIC 99V99.
                15 TA-DEP-P2      PIC 99V99.
                15 TA-DEP-P3      PIC 99V99.
                15 TA-DEP-MEDIA   PIC 99V99.
                15 TA-DEP-SITUACAO PIC X(15).
             10 TA-AUTOR          PIC X(10).
             10 TA-ORIGEM-AUTOR   PIC X(01).
             10 TA-LISTADA        PIC X(01).

      * Revisoes decididas na semana, com quem abriu o pedido.
       01 TAB-REVISOES.
          05 TV-ENTRADA OCCURS 500 TIMES.
             10 TV-NUMERO         PIC 9(05).
             10 TV-MATRICULA      PIC 9(06).
             10 TV-MATERIA        PIC X(30).
             10 TV-PERIODO        PIC X(06).
             10 TV-DATA-PEDIDO    PIC X(08).
             10 TV-STATUS         PIC X(01).
             10 TV-DATA-DECISAO   PIC X(08).
             10 TV-DECISOR        PIC X(10).
             10 TV-ABRIU          PIC X(10).

      * Segundas chamadas ja lancadas, com quem registrou a ausencia.
       01 TAB-SEGUNDAS.
          05 TS-ENTRADA OCCURS 1000 TIMES.
             10 TS-MATRICULA      PIC 9(06).
             10 TS-MATERIA        PIC X(30).
             10 TS-PERIODO        PIC X(06).
             10 TS-PROVA          PIC X(01).
             10 TS-DATA-REG       PIC X(08).
             10 TS-OPERADOR       PIC X(10).

      * Fechamentos e reaberturas de periodo, na ordem do arquivo.
       01 TAB-FECHAMENTOS.
          05 TF-ENTRADA OCCURS 500 TIMES.
             10 TF-PERIODO        PIC X(06).
             10 TF-ACAO           PIC X(01).
             10 TF-MOMENTO        PIC X(14).
             10 TF-OPERADOR       PIC X(10).

      * Datas da lista de feriados.
       01 TAB-FERIADOS.
          05 TD-DATA           PIC X(08) OCCURS 300 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "AUDITORIA SEMANAL DE ALTERACOES DE NOTA".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG92" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG92. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           MOVE WRK-OPERADOR TO WRK-SPOOL-OPERADOR

           PERFORM PEDE-SEMANA

           PERFORM CARREGA-ALTERACOES
           PERFORM CARREGA-REVISOES
           PERFORM CARREGA-SEGUNDAS
           PERFORM CARREGA-FECHAMENTOS
           PERFORM CARREGA-FERIADOS
           PERFORM APURA-AUTOR-NOTASHIST
           PERFORM APURA-TRANSLOG

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM CABECALHO-RELATORIO
           PERFORM LISTA-MESMO-OPERADOR
           PERFORM LISTA-PROPRIA-NOTA
           PERFORM LISTA-FORA-EXPEDIENTE
           PERFORM LISTA-PERIODO-FECHADO
           PERFORM LISTA-REPETIDAS
           PERFORM RODAPE-RELATORIO
           CLOSE RELATORIO-FILE

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           DISPLAY "ALTERACOES DE NOTA NA SEMANA: " QTD-ALTERACOES
           DISPLAY "MESMO OPERADOR ABRIU E DECIDIU: "
               CNT-MESMO-OPERADOR
           DISPLAY "ALTERACAO DA PROPRIA NOTA    : " CNT-PROPRIA-NOTA
           DISPLAY "FORA DO EXPEDIENTE           : "
               CNT-FORA-EXPEDIENTE
           DISPLAY "EM PERIODO FECHADO           : "
               CNT-PERIODO-FECHADO
           DISPLAY "CORRECOES REPETIDAS (CHAVES) : " CNT-REPETIDAS
           DISPLAY "RELATORIO GRAVADO EM RELAUDIT."

           GOBACK.

      * ----------------------------------------------------------------
      * Data final da semana auditada (branco = hoje); a semana sao
      * os sete dias terminando nela.
      * ----------------------------------------------------------------
       PEDE-SEMANA.

           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK = 'S'
               DISPLAY "DATA FINAL DA SEMANA (AAAAMMDD, BRANCO = "
                   "HOJE):"
               MOVE SPACES TO WRK-DATA-FIM
               ACCEPT WRK-DATA-FIM
               IF WRK-DATA-FIM = SPACES
                   ACCEPT WRK-DATA-FIM FROM DATE YYYYMMDD
               END-IF
               IF WRK-DATA-FIM IS NUMERIC
                   MOVE WRK-DATA-FIM TO WRK-DATA-NUM
                   COMPUTE WRK-DIA-ATUAL =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
                   IF WRK-DIA-ATUAL > 6
                       MOVE 'S' TO WRK-DATA-OK
                   END-IF
               END-IF
               IF WRK-DATA-OK NOT = 'S'
                   DISPLAY "DATA INVALIDA. REDIGITE."
               END-IF
           END-PERFORM

           SUBTRACT 6 FROM WRK-DIA-ATUAL
           COMPUTE WRK-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-ATUAL)
           MOVE WRK-DATA-NUM TO WRK-DATA-INICIO.

      * ----------------------------------------------------------------
      * Carrega as imagens do NOTASHIST gravadas na semana.
      * ----------------------------------------------------------------
       CARREGA-ALTERACOES.

           MOVE ZEROS TO QTD-ALTERACOES
           MOVE "00" TO WS-NOTASHIST-STATUS
           OPEN INPUT NOTAS-HIST-FILE
           IF WS-NOTASHIST-STATUS NOT = "00"
               DISPLAY "ARQUIVO NOTASHIST NAO ENCONTRADO (NENHUMA "
                   "CORRECAO JA REGISTRADA)."
           ELSE
               PERFORM UNTIL WS-NOTASHIST-STATUS = "10"
                   READ NOTAS-HIST-FILE
                       AT END
                           MOVE "10" TO WS-NOTASHIST-STATUS
                       NOT AT END
                           IF NH-DATA >= WRK-DATA-INICIO AND
                              NH-DATA <= WRK-DATA-FIM
                               PERFORM GUARDA-ALTERACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-HIST-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Guarda uma imagem do NOTASHIST na tabela da semana.
      * ----------------------------------------------------------------
       GUARDA-ALTERACAO.

           IF QTD-ALTERACOES < 2000
               ADD 1 TO QTD-ALTERACOES
               MOVE NH-DATA         TO TA-DATA (QTD-ALTERACOES)
               MOVE NH-HORA         TO TA-HORA (QTD-ALTERACOES)
               MOVE NH-OPERADOR     TO TA-OPERADOR (QTD-ALTERACOES)
               MOVE NH-PROGRAMA     TO TA-PROGRAMA (QTD-ALTERACOES)
               MOVE NH-MATRICULA    TO TA-MATRICULA (QTD-ALTERACOES)
               MOVE NH-MATERIA      TO TA-MATERIA (QTD-ALTERACOES)
               MOVE NH-PERIODO      TO TA-PERIODO (QTD-ALTERACOES)
               MOVE NH-ANT-P1       TO TA-ANT-P1 (QTD-ALTERACOES)
               MOVE NH-ANT-P2       TO TA-ANT-P2 (QTD-ALTERACOES)
               MOVE NH-ANT-P3       TO TA-ANT-P3 (QTD-ALTERACOES)
               MOVE NH-ANT-MEDIA    TO TA-ANT-MEDIA (QTD-ALTERACOES)
               MOVE NH-ANT-SITUACAO
                   TO TA-ANT-SITUACAO (QTD-ALTERACOES)
               MOVE NH-DEP-P1       TO TA-DEP-P1 (QTD-ALTERACOES)
               MOVE NH-DEP-P2       TO TA-DEP-P2 (QTD-ALTERACOES)
               MOVE NH-DEP-P3       TO TA-DEP-P3 (QTD-ALTERACOES)
               MOVE NH-DEP-MEDIA    TO TA-DEP-MEDIA (QTD-ALTERACOES)
               MOVE NH-DEP-SITUACAO
                   TO TA-DEP-SITUACAO (QTD-ALTERACOES)
               MOVE SPACES          TO TA-AUTOR (QTD-ALTERACOES)
               MOVE SPACE     TO TA-ORIGEM-AUTOR (QTD-ALTERACOES)
               MOVE 'N'             TO TA-LISTADA (QTD-ALTERACOES)
           ELSE
               MOVE "NOTASHIST" TO WRK-ERR-ARQUIVO
               PERFORM REPORTA-LIMITE-TABELA
           END-IF.

      * ----------------------------------------------------------------
      * Carrega os pedidos de revisao decididos (D ou I) na semana; o
      * RV-OPERADOR destes pedidos e quem decidiu.
      * ----------------------------------------------------------------
       CARREGA-REVISOES.

           MOVE ZEROS TO QTD-REVISOES
           MOVE "00" TO WS-REVISAO-STATUS
           OPEN INPUT REVISAO-FILE
           IF WS-REVISAO-STATUS = "00"
               PERFORM UNTIL WS-REVISAO-STATUS = "10"
                   READ REVISAO-FILE
                       AT END
                           MOVE "10" TO WS-REVISAO-STATUS
                       NOT AT END
                           IF (RV-STATUS = 'D' OR RV-STATUS = 'I')
                              AND RV-DATA-DECISAO >= WRK-DATA-INICIO
                              AND RV-DATA-DECISAO <= WRK-DATA-FIM
                               PERFORM GUARDA-REVISAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVISAO-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Guarda um pedido decidido na tabela de revisoes.
      * ----------------------------------------------------------------
       GUARDA-REVISAO.

           IF QTD-REVISOES < 500
               ADD 1 TO QTD-REVISOES
               MOVE RV-NUMERO       TO TV-NUMERO (QTD-REVISOES)
               MOVE RV-MATRICULA    TO TV-MATRICULA (QTD-REVISOES)
               MOVE RV-MATERIA      TO TV-MATERIA (QTD-REVISOES)
               MOVE RV-PERIODO      TO TV-PERIODO (QTD-REVISOES)
               MOVE RV-DATA-PEDIDO  TO TV-DATA-PEDIDO (QTD-REVISOES)
               MOVE RV-STATUS       TO TV-STATUS (QTD-REVISOES)
               MOVE RV-DATA-DECISAO TO TV-DATA-DECISAO (QTD-REVISOES)
               MOVE RV-OPERADOR     TO TV-DECISOR (QTD-REVISOES)
               MOVE SPACES          TO TV-ABRIU (QTD-REVISOES)
           ELSE
               MOVE "REVNOTAS" TO WRK-ERR-ARQUIVO
               PERFORM REPORTA-LIMITE-TABELA
           END-IF.

      * ----------------------------------------------------------------
      * Carrega as segundas chamadas ja lancadas (status L); o
      * SG-OPERADOR e quem registrou a ausencia.
      * ----------------------------------------------------------------
       CARREGA-SEGUNDAS.

           MOVE ZEROS TO QTD-SEGUNDAS
           MOVE "00" TO WS-SEGCHAMADA-STATUS
           OPEN INPUT SEGCHAMADA-FILE
           IF WS-SEGCHAMADA-STATUS = "00"
               PERFORM UNTIL WS-SEGCHAMADA-STATUS = "10"
                   READ SEGCHAMADA-FILE
                       AT END
                           MOVE "10" TO WS-SEGCHAMADA-STATUS
                       NOT AT END
                           IF SG-STATUS = 'L'
                               IF QTD-SEGUNDAS < 1000
                                   ADD 1 TO QTD-SEGUNDAS
                                   MOVE SG-MATRICULA
                                       TO TS-MATRICULA (QTD-SEGUNDAS)
                                   MOVE SG-MATERIA
                                       TO TS-MATERIA (QTD-SEGUNDAS)
                                   MOVE SG-PERIODO
                                       TO TS-PERIODO (QTD-SEGUNDAS)
                                   MOVE SG-PROVA
                                       TO TS-PROVA (QTD-SEGUNDAS)
                                   MOVE SG-DATA-REG
                                       TO TS-DATA-REG (QTD-SEGUNDAS)
                                   MOVE SG-OPERADOR
                                       TO TS-OPERADOR (QTD-SEGUNDAS)
                               ELSE
                                   MOVE "SEGCHAMADA" TO
                                       WRK-ERR-ARQUIVO
                                   PERFORM REPORTA-LIMITE-TABELA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGCHAMADA-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Carrega os fechamentos e reaberturas de periodo, na ordem em
      * que foram gravados.
      * ----------------------------------------------------------------
       CARREGA-FECHAMENTOS.

           MOVE ZEROS TO QTD-FECHAMENTOS
           MOVE "00" TO WS-FECHAMENTO-STATUS
           OPEN INPUT FECHAMENTO-FILE
           IF WS-FECHAMENTO-STATUS = "00"
               PERFORM UNTIL WS-FECHAMENTO-STATUS = "10"
                   READ FECHAMENTO-FILE
                       AT END
                           MOVE "10" TO WS-FECHAMENTO-STATUS
                       NOT AT END
                           IF QTD-FECHAMENTOS < 500
                               ADD 1 TO QTD-FECHAMENTOS
                               MOVE FC-PERIODO
                                   TO TF-PERIODO (QTD-FECHAMENTOS)
                               MOVE FC-ACAO
                                   TO TF-ACAO (QTD-FECHAMENTOS)
                               STRING FC-DATA FC-HORA
                                   DELIMITED BY SIZE
                                   INTO TF-MOMENTO (QTD-FECHAMENTOS)
                               MOVE FC-OPERADOR
                                   TO TF-OPERADOR (QTD-FECHAMENTOS)
                           ELSE
                               MOVE "FECHAMENTO" TO WRK-ERR-ARQUIVO
                               PERFORM REPORTA-LIMITE-TABELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FECHAMENTO-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Carrega as datas dos feriados (sem lista, so o fim de semana
      * conta como fora do expediente).
      * ----------------------------------------------------------------
       CARREGA-FERIADOS.

           MOVE ZEROS TO QTD-FERIADOS
           MOVE "00" TO WS-FERIADOS-STATUS
           OPEN INPUT FERIADOS-FILE
           IF WS-FERIADOS-STATUS = "00"
               PERFORM UNTIL WS-FERIADOS-STATUS = "10"
                   READ FERIADOS-FILE
                       AT END
                           MOVE "10" TO WS-FERIADOS-STATUS
                       NOT AT END
                           IF QTD-FERIADOS < 300
                               ADD 1 TO QTD-FERIADOS
                               MOVE FE-DATA TO TD-DATA(QTD-FERIADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIADOS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Autor da imagem anterior de cada alteracao da semana: o
      * operador da ultima imagem do NOTASHIST da mesma chave gravada
      * antes dela (o arquivo esta em ordem de gravacao, entao a
      * ultima que casa e a mais recente).
      * ----------------------------------------------------------------
       APURA-AUTOR-NOTASHIST.

           IF QTD-ALTERACOES > ZEROS
               MOVE "00" TO WS-NOTASHIST-STATUS
               OPEN INPUT NOTAS-HIST-FILE
               IF WS-NOTASHIST-STATUS = "00"
                   PERFORM UNTIL WS-NOTASHIST-STATUS = "10"
                       READ NOTAS-HIST-FILE
                           AT END
                               MOVE "10" TO WS-NOTASHIST-STATUS
                           NOT AT END
                               PERFORM CASA-AUTOR-NOTASHIST
                       END-READ
                   END-PERFORM
                   CLOSE NOTAS-HIST-FILE
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Confere a imagem lida contra as alteracoes da semana.
      * ----------------------------------------------------------------
       CASA-AUTOR-NOTASHIST.

           MOVE SPACES TO WRK-MOMENTO-LINHA
           STRING NH-DATA NH-HORA DELIMITED BY SIZE
               INTO WRK-MOMENTO-LINHA

           PERFORM VARYING IND-ALT FROM 1 BY 1
                   UNTIL IND-ALT > QTD-ALTERACOES
               IF TA-MATRICULA (IND-ALT) = NH-MATRICULA AND
                  TA-MATERIA (IND-ALT) = NH-MATERIA AND
                  TA-PERIODO (IND-ALT) = NH-PERIODO
                   MOVE SPACES TO WRK-MOMENTO
                   STRING TA-DATA (IND-ALT) TA-HORA (IND-ALT)
                       DELIMITED BY SIZE INTO WRK-MOMENTO
                   IF WRK-MOMENTO-LINHA < WRK-MOMENTO
                       MOVE NH-OPERADOR TO TA-AUTOR (IND-ALT)
                       MOVE 'H' TO TA-ORIGEM-AUTOR (IND-ALT)
                   END-IF
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Uma passada no TRANSLOG: quem abriu cada revisao decidida
      * (linha "PEDIDO REVISAO" do PROG39 da mesma chave na data do
      * pedido) e, para a alteracao sem correcao anterior no
      * NOTASHIST, quem fez o primeiro lancamento da chave.
      * ----------------------------------------------------------------
       APURA-TRANSLOG.

           MOVE "00" TO WS-TRANSLOG-STATUS
           OPEN INPUT TRANS-LOG-FILE
           IF WS-TRANSLOG-STATUS = "00"
               PERFORM UNTIL WS-TRANSLOG-STATUS = "10"
                   READ TRANS-LOG-FILE
                       AT END
                           MOVE "10" TO WS-TRANSLOG-STATUS
                       NOT AT END
                           IF TR-MATRICULA IS NUMERIC AND
                              TR-MATRICULA NOT = ZEROS
                               PERFORM CASA-ABERTURA-REVISAO
                               IF TR-PROGRAMA NOT = "PROG39" AND
                                  TR-PROGRAMA NOT = "PROG64"
                                   PERFORM CASA-PRIMEIRO-LANCAMENTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-LOG-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Linha de registro de pedido de revisao: guarda quem abriu.
      * ----------------------------------------------------------------
       CASA-ABERTURA-REVISAO.

           IF TR-PROGRAMA = "PROG39" AND
              TR-DESCRICAO (1:14) = "PEDIDO REVISAO"
               PERFORM VARYING IND-REV FROM 1 BY 1
                       UNTIL IND-REV > QTD-REVISOES
                   IF TV-MATRICULA (IND-REV) = TR-MATRICULA AND
                      TV-MATERIA (IND-REV) = TR-MATERIA AND
                      TV-PERIODO (IND-REV) = TR-PERIODO AND
                      TV-DATA-PEDIDO (IND-REV) = TR-DATA
                       MOVE TR-OPERADOR TO TV-ABRIU (IND-REV)
                   END-IF
               END-PERFORM
           END-IF.

      * ----------------------------------------------------------------
      * Primeira linha do TRANSLOG da chave, anterior a alteracao,
      * para a alteracao que nao tem imagem anterior no NOTASHIST. As
      * linhas do PROG39 e do PROG64 sao pedidos e reposicoes, nao o
      * lancamento da nota, e ficam de fora.
      * ----------------------------------------------------------------
       CASA-PRIMEIRO-LANCAMENTO.

           MOVE SPACES TO WRK-MOMENTO-LINHA
           STRING TR-DATA TR-HORA DELIMITED BY SIZE
               INTO WRK-MOMENTO-LINHA

           PERFORM VARYING IND-ALT FROM 1 BY 1
                   UNTIL IND-ALT > QTD-ALTERACOES
               IF TA-ORIGEM-AUTOR (IND-ALT) = SPACE AND
                  TA-MATRICULA (IND-ALT) = TR-MATRICULA AND
                  TA-MATERIA (IND-ALT) = TR-MATERIA AND
                  TA-PERIODO (IND-ALT) = TR-PERIODO
                   MOVE SPACES TO WRK-MOMENTO
                   STRING TA-DATA (IND-ALT) TA-HORA (IND-ALT)
                       DELIMITED BY SIZE INTO WRK-MOMENTO
                   IF WRK-MOMENTO-LINHA < WRK-MOMENTO
                       MOVE TR-OPERADOR TO TA-AUTOR (IND-ALT)
                       MOVE 'T' TO TA-ORIGEM-AUTOR (IND-ALT)
                   END-IF
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Cabecalho do relatorio: semana, criterios e emissor.
      * ----------------------------------------------------------------
       CABECALHO-RELATORIO.

           MOVE SPACES TO RELATORIO-LINHA
           STRING "AUDITORIA SEMANAL DE ALTERACOES DE NOTA - SEMANA "
               "DE " WRK-DATA-INICIO " A " WRK-DATA-FIM
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "EMITIDO POR " WRK-OPERADOR
               " - EXPEDIENTE DE " WRK-HORA-ABRE (1:4) " A "
               WRK-HORA-FECHA (1:4) " EM DIA UTIL - REPETICAO A "
               "PARTIR DE " WRK-MINIMO-REPETIDAS
               " CORRECOES NA SEMANA"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE ALL "=" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * 1. Mesmo operador abrindo e decidindo: revisoes do PROG39 e
      *    segundas chamadas do PROG64.
      * ----------------------------------------------------------------
       LISTA-MESMO-OPERADOR.

           MOVE "1. MESMO OPERADOR ABRIU E DECIDIU O PEDIDO" TO
               WRK-TITULO
           PERFORM TITULO-SECAO

           PERFORM VARYING IND-REV FROM 1 BY 1
                   UNTIL IND-REV > QTD-REVISOES
               IF TV-ABRIU (IND-REV) NOT = SPACES AND
                  TV-ABRIU (IND-REV) = TV-DECISOR (IND-REV)
                   ADD 1 TO CNT-MESMO-OPERADOR
                   PERFORM LISTA-REVISAO
               END-IF
           END-PERFORM

           PERFORM VARYING IND-ALT FROM 1 BY 1
                   UNTIL IND-ALT > QTD-ALTERACOES
               IF TA-PROGRAMA (IND-ALT) = "PROG64"
                   PERFORM CONFERE-SEGUNDA-CHAMADA
               END-IF
           END-PERFORM

           IF CNT-MESMO-OPERADOR = ZEROS
               PERFORM LINHA-NENHUM
           END-IF.

      * ----------------------------------------------------------------
      * Revisao aberta e decidida pelo mesmo operador; a imagem e a do
      * NOTASHIST gravada pelo PROG39 na data da decisao (indeferida
      * nao altera nota).
      * ----------------------------------------------------------------
       LISTA-REVISAO.

           MOVE SPACES TO RELATORIO-LINHA
           STRING "  REVISAO " TV-NUMERO (IND-REV)
               " MAT " TV-MATRICULA (IND-REV)
               " " TV-MATERIA (IND-REV)
               " " TV-PERIODO (IND-REV)
               " PEDIDO " TV-DATA-PEDIDO (IND-REV)
               " DECISAO " TV-DATA-DECISAO (IND-REV)
               " (" TV-STATUS (IND-REV) ")"
               " OPERADOR " TV-DECISOR (IND-REV)
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           IF TV-STATUS (IND-REV) = 'I'
               MOVE SPACES TO RELATORIO-LINHA
               STRING "      INDEFERIDA - NOTA NAO ALTERADA"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               MOVE 'N' TO WRK-ACHOU
               PERFORM VARYING IND-ALT FROM 1 BY 1
                       UNTIL IND-ALT > QTD-ALTERACOES
                          OR WRK-ACHOU = 'S'
                   IF TA-PROGRAMA (IND-ALT) = "PROG39" AND
                      TA-MATRICULA (IND-ALT) = TV-MATRICULA (IND-REV)
                      AND TA-MATERIA (IND-ALT) = TV-MATERIA (IND-REV)
                      AND TA-PERIODO (IND-ALT) = TV-PERIODO (IND-REV)
                      AND TA-DATA (IND-ALT) = TV-DATA-DECISAO (IND-REV)
                       MOVE 'S' TO WRK-ACHOU
                       PERFORM LINHA-IMAGENS
                   END-IF
               END-PERFORM
               IF WRK-ACHOU = 'N'
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "      DEFERIDA - SEM IMAGEM NO NOTASHIST"
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Reposta lancada no PROG64 por quem registrou a ausencia da
      * mesma matricula/materia/periodo.
      * ----------------------------------------------------------------
       CONFERE-SEGUNDA-CHAMADA.

           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING IND-SEG FROM 1 BY 1
                   UNTIL IND-SEG > QTD-SEGUNDAS OR WRK-ACHOU = 'S'
               IF TS-MATRICULA (IND-SEG) = TA-MATRICULA (IND-ALT) AND
                  TS-MATERIA (IND-SEG) = TA-MATERIA (IND-ALT) AND
                  TS-PERIODO (IND-SEG) = TA-PERIODO (IND-ALT) AND
                  TS-OPERADOR (IND-SEG) = TA-OPERADOR (IND-ALT) AND
                  TS-DATA-REG (IND-SEG) <= TA-DATA (IND-ALT)
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM

           IF WRK-ACHOU = 'S'
               SUBTRACT 1 FROM IND-SEG
               ADD 1 TO CNT-MESMO-OPERADOR
               MOVE SPACES TO WRK-DETALHE
               STRING "SEG CHAMADA P" TS-PROVA (IND-SEG)
                   " REGISTRADA EM " TS-DATA-REG (IND-SEG)
                   DELIMITED BY SIZE INTO WRK-DETALHE
               PERFORM LINHA-ALTERACAO
               PERFORM LINHA-IMAGENS
           END-IF.

      * ----------------------------------------------------------------
      * 2. Alteracao de nota que o proprio operador tinha lancado ou
      *    corrigido antes.
      * ----------------------------------------------------------------
       LISTA-PROPRIA-NOTA.

           MOVE "2. ALTERACAO DE NOTA LANCADA PELO PROPRIO OPERADOR"
               TO WRK-TITULO
           PERFORM TITULO-SECAO

           PERFORM VARYING IND-ALT FROM 1 BY 1
                   UNTIL IND-ALT > QTD-ALTERACOES
               IF TA-AUTOR (IND-ALT) NOT = SPACES AND
                  TA-AUTOR (IND-ALT) = TA-OPERADOR (IND-ALT)
                   ADD 1 TO CNT-PROPRIA-NOTA
                   MOVE SPACES TO WRK-DETALHE
                   IF TA-ORIGEM-AUTOR (IND-ALT) = 'H'
                       MOVE "IMAGEM ANTERIOR DA CORRECAO DELE"
                           TO WRK-DETALHE
                   ELSE
                       MOVE "IMAGEM ANTERIOR DO LANCAMENTO DELE"
                           TO WRK-DETALHE
                   END-IF
                   PERFORM LINHA-ALTERACAO
                   PERFORM LINHA-IMAGENS
               END-IF
           END-PERFORM

           IF CNT-PROPRIA-NOTA = ZEROS
               PERFORM LINHA-NENHUM
           END-IF.

      * ----------------------------------------------------------------
      * 3. Alteracao fora do expediente: fora da janela de horario,
      *    no fim de semana ou em feriado.
      * ----------------------------------------------------------------
       LISTA-FORA-EXPEDIENTE.

           MOVE "3. ALTERACAO FORA DO EXPEDIENTE" TO WRK-TITULO
           PERFORM TITULO-SECAO

           PERFORM VARYING IND-ALT FROM 1 BY 1
                   UNTIL IND-ALT > QTD-ALTERACOES
               MOVE SPACES TO WRK-DETALHE
               IF TA-DATA (IND-ALT) IS NUMERIC
                   MOVE TA-DATA (IND-ALT) TO WRK-DATA-NUM
                   COMPUTE WRK-DIA-ATUAL =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
                   PERFORM CALCULA-DIA-SEMANA
                   PERFORM VERIFICA-FERIADO
                   EVALUATE TRUE
                       WHEN WRK-DIA-SEMANA = 1
                           MOVE "DOMINGO" TO WRK-DETALHE
                       WHEN WRK-DIA-SEMANA = 7
                           MOVE "SABADO" TO WRK-DETALHE
                       WHEN WRK-E-FERIADO = 'S'
                           MOVE "FERIADO" TO WRK-DETALHE
                       WHEN TA-HORA (IND-ALT) < WRK-HORA-ABRE OR
                            TA-HORA (IND-ALT) >= WRK-HORA-FECHA
                           MOVE "FORA DO HORARIO" TO WRK-DETALHE
                   END-EVALUATE
               END-IF
               IF WRK-DETALHE NOT = SPACES
                   ADD 1 TO CNT-FORA-EXPEDIENTE
                   PERFORM LINHA-ALTERACAO
                   PERFORM LINHA-IMAGENS
               END-IF
           END-PERFORM

           IF CNT-FORA-EXPEDIENTE = ZEROS
               PERFORM LINHA-NENHUM
           END-IF.

      * ----------------------------------------------------------------
      * 4. Alteracao em periodo cuja ultima acao no FECHAMENTO, ate a
      *    data e hora da alteracao, era F (fechado).
      * ----------------------------------------------------------------
       LISTA-PERIODO-FECHADO.

           MOVE "4. ALTERACAO EM PERIODO FECHADO" TO WRK-TITULO
           PERFORM TITULO-SECAO

           PERFORM VARYING IND-ALT FROM 1 BY 1
                   UNTIL IND-ALT > QTD-ALTERACOES
               MOVE SPACES TO WRK-MOMENTO
               STRING TA-DATA (IND-ALT) TA-HORA (IND-ALT)
                   DELIMITED BY SIZE INTO WRK-MOMENTO
               MOVE SPACE TO WRK-ACAO-VIGENTE
               PERFORM VARYING IND-FEC FROM 1 BY 1
                       UNTIL IND-FEC > QTD-FECHAMENTOS
                   IF TF-PERIODO (IND-FEC) = TA-PERIODO (IND-ALT) AND
                      TF-MOMENTO (IND-FEC) <= WRK-MOMENTO
                       MOVE TF-ACAO (IND-FEC) TO WRK-ACAO-VIGENTE
                       MOVE TF-OPERADOR (IND-FEC) TO WRK-QUEM-FECHOU
                       MOVE TF-MOMENTO (IND-FEC) (1:8)
                           TO WRK-QUANDO-FECHOU
                   END-IF
               END-PERFORM
               IF WRK-ACAO-VIGENTE = 'F'
                   ADD 1 TO CNT-PERIODO-FECHADO
                   MOVE SPACES TO WRK-DETALHE
                   STRING "FECHADO EM " WRK-QUANDO-FECHOU
                       " POR " WRK-QUEM-FECHOU
                       DELIMITED BY SIZE INTO WRK-DETALHE
                   PERFORM LINHA-ALTERACAO
                   PERFORM LINHA-IMAGENS
               END-IF
           END-PERFORM

           IF CNT-PERIODO-FECHADO = ZEROS
               PERFORM LINHA-NENHUM
           END-IF.

      * ----------------------------------------------------------------
      * 5. Correcoes repetidas: cada chave matricula/materia/periodo
      *    com o minimo de alteracoes na semana e listada uma vez,
      *    com todas as suas alteracoes.
      * ----------------------------------------------------------------
       LISTA-REPETIDAS.

           MOVE "5. CORRECOES REPETIDAS NA MESMA MATRICULA/MATERIA"
               TO WRK-TITULO
           PERFORM TITULO-SECAO

           PERFORM VARYING IND-ALT FROM 1 BY 1
                   UNTIL IND-ALT > QTD-ALTERACOES
               IF TA-LISTADA (IND-ALT) = 'N'
                   PERFORM CONTA-REPETICOES
                   IF WRK-REPETICOES >= WRK-MINIMO-REPETIDAS
                       ADD 1 TO CNT-REPETIDAS
                       PERFORM LISTA-UMA-CHAVE
                   END-IF
               END-IF
           END-PERFORM

           IF CNT-REPETIDAS = ZEROS
               PERFORM LINHA-NENHUM
           END-IF.

      * ----------------------------------------------------------------
      * Conta as alteracoes da semana com a chave da alteracao atual.
      * ----------------------------------------------------------------
       CONTA-REPETICOES.

           MOVE ZEROS TO WRK-REPETICOES
           PERFORM VARYING IND-OUTRA FROM IND-ALT BY 1
                   UNTIL IND-OUTRA > QTD-ALTERACOES
               IF TA-MATRICULA (IND-OUTRA) = TA-MATRICULA (IND-ALT)
                  AND TA-MATERIA (IND-OUTRA) = TA-MATERIA (IND-ALT)
                  AND TA-PERIODO (IND-OUTRA) = TA-PERIODO (IND-ALT)
                   ADD 1 TO WRK-REPETICOES
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Lista a chave repetida e todas as suas alteracoes, marcando-as
      * como ja listadas.
      * ----------------------------------------------------------------
       LISTA-UMA-CHAVE.

           MOVE WRK-REPETICOES TO WRK-REPETICOES-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  MAT " TA-MATRICULA (IND-ALT)
               " " TA-MATERIA (IND-ALT)
               " " TA-PERIODO (IND-ALT)
               " - " WRK-REPETICOES-EDIT " CORRECOES NA SEMANA"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE IND-ALT TO IND-OUTRA
           PERFORM VARYING IND-ALT FROM IND-OUTRA BY 1
                   UNTIL IND-ALT > QTD-ALTERACOES
               IF TA-MATRICULA (IND-ALT) = TA-MATRICULA (IND-OUTRA)
                  AND TA-MATERIA (IND-ALT) = TA-MATERIA (IND-OUTRA)
                  AND TA-PERIODO (IND-ALT) = TA-PERIODO (IND-OUTRA)
                   MOVE 'S' TO TA-LISTADA (IND-ALT)
                   MOVE SPACES TO WRK-DETALHE
                   PERFORM LINHA-ALTERACAO
                   PERFORM LINHA-IMAGENS
               END-IF
           END-PERFORM
           MOVE IND-OUTRA TO IND-ALT.

      * ----------------------------------------------------------------
      * Titulo de uma secao do relatorio (texto em WRK-TITULO).
      * ----------------------------------------------------------------
       TITULO-SECAO.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WRK-TITULO TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE ALL "-" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Secao sem apontamentos.
      * ----------------------------------------------------------------
       LINHA-NENHUM.

           MOVE "  NENHUM APONTAMENTO NA SEMANA." TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Identificacao da alteracao IND-ALT, com o motivo do apontamento
      * em WRK-DETALHE.
      * ----------------------------------------------------------------
       LINHA-ALTERACAO.

           MOVE SPACES TO RELATORIO-LINHA
           STRING "  " TA-DATA (IND-ALT) " " TA-HORA (IND-ALT)
               " " TA-PROGRAMA (IND-ALT)
               " OPER " TA-OPERADOR (IND-ALT)
               " MAT " TA-MATRICULA (IND-ALT)
               " " TA-MATERIA (IND-ALT)
               " " TA-PERIODO (IND-ALT)
               " " WRK-DETALHE
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Notas antes e depois da alteracao IND-ALT, da imagem do
      * NOTASHIST.
      * ----------------------------------------------------------------
       LINHA-IMAGENS.

           MOVE TA-ANT-P1 (IND-ALT)    TO WRK-EDIT-P1
           MOVE TA-ANT-P2 (IND-ALT)    TO WRK-EDIT-P2
           MOVE TA-ANT-P3 (IND-ALT)    TO WRK-EDIT-P3
           MOVE TA-ANT-MEDIA (IND-ALT) TO WRK-EDIT-MEDIA
           MOVE SPACES TO WRK-IMAGEM-ANTES
           STRING "P1 " WRK-EDIT-P1 " P2 " WRK-EDIT-P2
               " P3 " WRK-EDIT-P3 " MEDIA " WRK-EDIT-MEDIA
               " " TA-ANT-SITUACAO (IND-ALT)
               DELIMITED BY SIZE INTO WRK-IMAGEM-ANTES

           MOVE TA-DEP-P1 (IND-ALT)    TO WRK-EDIT-P1
           MOVE TA-DEP-P2 (IND-ALT)    TO WRK-EDIT-P2
           MOVE TA-DEP-P3 (IND-ALT)    TO WRK-EDIT-P3
           MOVE TA-DEP-MEDIA (IND-ALT) TO WRK-EDIT-MEDIA
           MOVE SPACES TO WRK-IMAGEM-DEPOIS
           STRING "P1 " WRK-EDIT-P1 " P2 " WRK-EDIT-P2
               " P3 " WRK-EDIT-P3 " MEDIA " WRK-EDIT-MEDIA
               " " TA-DEP-SITUACAO (IND-ALT)
               DELIMITED BY SIZE INTO WRK-IMAGEM-DEPOIS

           MOVE SPACES TO RELATORIO-LINHA
           STRING "      ANTES : " WRK-IMAGEM-ANTES
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "      DEPOIS: " WRK-IMAGEM-DEPOIS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Totais por tipo de apontamento.
      * ----------------------------------------------------------------
       RODAPE-RELATORIO.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE ALL "=" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ALTERACOES DE NOTA NA SEMANA: " QTD-ALTERACOES
               "   REVISOES DECIDIDAS: " QTD-REVISOES
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "APONTAMENTOS - 1: " CNT-MESMO-OPERADOR
               "  2: " CNT-PROPRIA-NOTA
               "  3: " CNT-FORA-EXPEDIENTE
               "  4: " CNT-PERIODO-FECHADO
               "  5: " CNT-REPETIDAS " CHAVE(S)"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Dia da semana no numero da grade (1 = domingo ... 7 = sabado).
      * O dia 1 do calendario inteiro (01/01/1601) caiu numa
      * segunda-feira, entao o resto da divisao por 7 do dia menos 1
      * da 0 na segunda.
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
      * Verifica se a data da alteracao atual esta na lista de
      * feriados.
      * ----------------------------------------------------------------
       VERIFICA-FERIADO.

           MOVE 'N' TO WRK-E-FERIADO
           PERFORM VARYING IND-FERIADO FROM 1 BY 1
                   UNTIL IND-FERIADO > QTD-FERIADOS
               IF TD-DATA(IND-FERIADO) = TA-DATA (IND-ALT)
                   MOVE 'S' TO WRK-E-FERIADO
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Tabela de trabalho cheia: em vez de emitir uma auditoria que
      * deixa registros de fora, repassa ao tratador comum PROG31E,
      * que grava o OPSLOG e interrompe a execucao. WRK-ERR-ARQUIVO
      * traz o arquivo que estourou a tabela.
      * ----------------------------------------------------------------
       REPORTA-LIMITE-TABELA.

           MOVE "TABELA" TO WRK-ERR-OPERACAO
           MOVE "TB" TO WRK-ERR-STATUS
           CALL "PROG31E" USING WRK-ERR-PROGRAMA WRK-ERR-ARQUIVO
               WRK-ERR-OPERACAO WRK-ERR-STATUS
           END-CALL.

       END PROGRAM PROG92.
