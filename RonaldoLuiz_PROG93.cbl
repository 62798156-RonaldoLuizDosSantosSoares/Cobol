      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Correcao de nota em periodo fechado com dupla
      *          aprovacao. Periodo fechado no FECHAMENTO nao aceita
      *          mais lancamento (PROG08), e a correcao tardia legitima
      *          obrigava a reabrir o periodo inteiro. Aqui o pedido de
      *          correcao de um registro de NOTASDISC de periodo
      *          fechado entra na fila CORRPEND (layout CORRPREC) com
      *          as notas P1/P2/P3 antes e depois, o motivo, o
      *          documento e o operador que pediu; um segundo operador
      *          com a funcao PROG93-APROVA aprova ou rejeita. So a
      *          aprovacao regrava NOTASDISC (media reapurada com os
      *          pesos da disciplina, PROG22V, e as faixas centrais,
      *          PROG21V), com a imagem antes/depois na NOTASHIST e a
      *          transacao no TRANSLOG. O aprovador nunca e o operador
      *          do pedido, e a aprovacao e recusada se a nota mudou
      *          desde o pedido. O relatorio RELCORRPEND (retido no
      *          spool pelo PROG62V) lista os pendentes do mais antigo
      *          para o mais novo, com a idade em dias. O fechamento
      *          do pedido regrava o CORRPEND via o intermediario
      *          CORRPEND.NEW, como nas demais tabelas sequenciais.
      *          Exige sign-on (PROG15V) e a funcao PROG93 (PROG15A).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Falha ao regravar o NOTASDISC deixa o pedido
      *                 pendente, sem NOTASHIST nem TRANSLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG93.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRPEND-FILE ASSIGN TO "CORRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRPEND-STATUS.

           SELECT CORRPEND-NOVO-FILE ASSIGN TO "CORRPEND.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRNOVO-STATUS.

           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT NOTASDISC-FILE ASSIGN TO "NOTASDISC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE OF NOTASDISC-REC
               FILE STATUS IS WS-NOTASDISC-STATUS.

           SELECT NOTAS-HIST-FILE ASSIGN TO "NOTASHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTASHIST-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELCORRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRPEND-FILE.
       01  CORRPEND-REC.
           COPY CORRPREC.

       FD  CORRPEND-NOVO-FILE.
       01  CORRPEND-NOVO-REC       PIC X(168).

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  NOTASDISC-FILE.
       01  NOTASDISC-REC.
           COPY GRADEREC.

       FD  NOTAS-HIST-FILE.
       01  NOTAS-HIST-REC.
           COPY NOTAHREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(132).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-CORRPEND-STATUS   PIC X(02) VALUE "00".
       77 WS-CORRNOVO-STATUS   PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-NOTASHIST-STATUS  PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-CONTINUA         PIC X VALUE 'S'.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-OK     PIC X VALUE 'N'.
       77 WRK-DIGITO-VALIDO    PIC X VALUE 'N'.
       77 WRK-ACHOU-CAD        PIC X VALUE 'N'.
       77 WRK-NOME-CAD         PIC X(30) VALUE SPACES.
       77 WRK-MATERIA          PIC X(30) VALUE SPACES.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-PER-FECHADO      PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO           PIC X(40) VALUE SPACES.
       77 WRK-DOCUMENTO        PIC X(20) VALUE SPACES.
       77 WRK-NOVA-P1          PIC 99V99 VALUE ZEROS.
       77 WRK-NOVA-P2          PIC 99V99 VALUE ZEROS.
       77 WRK-NOVA-P3          PIC 99V99 VALUE ZEROS.
       77 WRK-NOTA-DIGITADA    PIC 99V99 VALUE ZEROS.
       77 WRK-ROTULO-NOTA      PIC X(12) VALUE SPACES.
       77 WRK-NUMERO           PIC 9(05) VALUE ZEROS.
       77 WRK-PROXIMO-NUMERO   PIC 9(05) VALUE ZEROS.
       77 WRK-ACHOU-NOTA       PIC X VALUE 'N'.
       77 WRK-ACHOU-PEDIDO     PIC X VALUE 'N'.
       77 WRK-JA-NA-FILA       PIC X VALUE 'N'.
       77 WRK-DECISAO          PIC X(01) VALUE SPACE.
       77 WRK-NOTA-OK          PIC X VALUE 'N'.
       77 WRK-MATERIA-PESO     PIC X(30) VALUE SPACES.
       77 WRK-PESO-P1          PIC 9(03) VALUE ZEROS.
       77 WRK-PESO-P2          PIC 9(03) VALUE ZEROS.
       77 WRK-PESO-P3          PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-PESOS      PIC X(01) VALUE 'N'.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 WRK-EDIT-P1          PIC Z9.99.
       77 WRK-EDIT-P2          PIC Z9.99.
       77 WRK-EDIT-P3          PIC Z9.99.
       77 WRK-EDIT-N1          PIC Z9.99.
       77 WRK-EDIT-N2          PIC Z9.99.
       77 WRK-EDIT-N3          PIC Z9.99.
       77 WRK-MEDIA-EDIT       PIC Z9.99.
       77 WRK-DATA-NUM         PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-HOJE         PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-PEDIDO       PIC 9(07) VALUE ZEROS.
       77 WRK-IDADE            PIC 9(05) VALUE ZEROS.
       77 WRK-IDADE-EDIT       PIC ZZZZ9.
       77 CNT-PENDENTES        PIC 9(05) VALUE ZEROS.
       77 CNT-ATE-7            PIC 9(05) VALUE ZEROS.
       77 CNT-ATE-30           PIC 9(05) VALUE ZEROS.
       77 CNT-MAIS-30          PIC 9(05) VALUE ZEROS.
       77 DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELCORRPEND".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG93".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.

      * Faixa de aprovacao vigente, carregada do arquivo FAIXAS pelo
      * subprograma PROG21V no sign-on.
       01  FAIXAS-VIGENTES.
           05 FXV-LIMITE-REPROVA  PIC 9(02)V99 VALUE 5.00.
           05 FXV-LIMITE-APROVA   PIC 9(02)V99 VALUE 7.00.
           05 FXV-LIMITE-HONRA    PIC 9(02)V99 VALUE 9.00.
           05 FXV-ROTULO-REPROVA  PIC X(15) VALUE "REPROVADO".
           05 FXV-ROTULO-RECUPERA PIC X(15) VALUE "EM RECUPERACAO".
           05 FXV-ROTULO-APROVA   PIC X(15) VALUE "APROVADO".

      * Imagem anterior do registro corrigido, para a trilha
      * NOTASHIST.
       01  IMAGEM-ANTERIOR.
           05 ANT-P1           PIC 99V99 VALUE ZEROS.
           05 ANT-P2           PIC 99V99 VALUE ZEROS.
           05 ANT-P3           PIC 99V99 VALUE ZEROS.
           05 ANT-MEDIA        PIC 99V99 VALUE ZEROS.
           05 ANT-SITUACAO     PIC X(15) VALUE SPACES.

      * Pedido em decisao, copiado da fila para as rotinas de
      * aplicacao e fechamento.
       01  PEDIDO-CORRENTE.
           05 PC-NUMERO           PIC 9(05).
           05 PC-MATRICULA        PIC 9(06).
           05 PC-MATERIA          PIC X(30).
           05 PC-PERIODO          PIC X(06).
           05 PC-ANT-P1           PIC 99V99.
           05 PC-ANT-P2           PIC 99V99.
           05 PC-ANT-P3           PIC 99V99.
           05 PC-NOV-P1           PIC 99V99.
           05 PC-NOV-P2           PIC 99V99.
           05 PC-NOV-P3           PIC 99V99.
           05 PC-MOTIVO           PIC X(40).
           05 PC-DOCUMENTO        PIC X(20).
           05 PC-DATA-PEDIDO      PIC X(08).
           05 PC-SOLICITANTE      PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CORRECAO EM PERIODO FECHADO (CORRPEND)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG93" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG93. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           MOVE WRK-OPERADOR TO WRK-SPOOL-OPERADOR

           CALL "PROG21V" USING FXV-LIMITE-REPROVA FXV-LIMITE-APROVA
               FXV-LIMITE-HONRA FXV-ROTULO-REPROVA
               FXV-ROTULO-RECUPERA FXV-ROTULO-APROVA
           END-CALL

           PERFORM PROCESSA-UMA-OPCAO
               UNTIL WRK-CONTINUA NOT = 'S' AND WRK-CONTINUA NOT = 's'

           GOBACK.

      * ----------------------------------------------------------------
      * Mostra o menu e executa a opcao escolhida.
      * ----------------------------------------------------------------
       PROCESSA-UMA-OPCAO.

           DISPLAY "-----------------------------------"
           DISPLAY "  R - REGISTRAR PEDIDO DE CORRECAO"
           DISPLAY "  A - APROVAR OU REJEITAR PEDIDO PENDENTE"
           DISPLAY "  P - RELATORIO DE PENDENTES (RELCORRPEND)"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'R'
               WHEN 'r'
                   PERFORM REGISTRA-PEDIDO
               WHEN 'A'
               WHEN 'a'
                   PERFORM DECIDE-PEDIDO
               WHEN 'P'
               WHEN 'p'
                   PERFORM RELATORIO-PENDENTES
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE

           DISPLAY "DESEJA CONTINUAR? (S/N)"
           ACCEPT WRK-CONTINUA.

      * ----------------------------------------------------------------
      * Registra um pedido de correcao: matricula validada (PROG10V e
      * ALUNCAD), periodo fechado (PROG18V), nota existente em
      * NOTASDISC e sem outro pedido pendente para a mesma chave, as
      * novas notas, o motivo e o documento.
      * ----------------------------------------------------------------
       REGISTRA-PEDIDO.

           MOVE 'N' TO WRK-MATRICULA-OK
           PERFORM UNTIL WRK-MATRICULA-OK = 'S'
               DISPLAY "MATRICULA DO ALUNO (6 DIGITOS):"
               ACCEPT WRK-MATRICULA

               CALL "PROG10V" USING WRK-MATRICULA WRK-DIGITO-VALIDO
               END-CALL

               IF WRK-DIGITO-VALIDO = 'S'
                   PERFORM BUSCA-ALUNCAD
                   IF WRK-ACHOU-CAD NOT = 'S'
                       DISPLAY "MATRICULA NAO CONSTA DO CADASTRO "
                           "MESTRE (PROG12). REDIGITE."
                   ELSE
                       MOVE 'S' TO WRK-MATRICULA-OK
                       DISPLAY "ALUNO: " WRK-NOME-CAD
                   END-IF
               ELSE
                   DISPLAY "MATRICULA INVALIDA (DIGITO VERIFICADOR "
                       "NAO CONFERE). REDIGITE."
               END-IF
           END-PERFORM

           DISPLAY "MATERIA DA NOTA A CORRIGIR:"
           ACCEPT WRK-MATERIA
           DISPLAY "PERIODO (EX. 2026-1):"
           ACCEPT WRK-PERIODO

           CALL "PROG18V" USING WRK-PERIODO WRK-PER-FECHADO
           END-CALL
           IF WRK-PER-FECHADO NOT = 'S'
               DISPLAY "PERIODO " WRK-PERIODO " ESTA ABERTO. A "
                   "CORRECAO E FEITA DIRETO NO PROG08."
           ELSE
               PERFORM LE-NOTA-ATUAL
               IF WRK-ACHOU-NOTA NOT = 'S'
                   DISPLAY "NAO HA NOTA LANCADA PARA ESTA CHAVE EM "
                       "NOTASDISC. PEDIDO NAO REGISTRADO."
               ELSE
                   PERFORM VERIFICA-FILA
                   IF WRK-JA-NA-FILA = 'S'
                       DISPLAY "JA EXISTE PEDIDO PENDENTE PARA ESTA "
                           "NOTA. PEDIDO NAO REGISTRADO."
                   ELSE
                       PERFORM COMPLETA-PEDIDO
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Mostra a nota atual, pede as novas notas, o motivo e o
      * documento, e grava o pedido pendente na fila.
      * ----------------------------------------------------------------
       COMPLETA-PEDIDO.

           MOVE GR-P1 OF NOTASDISC-REC TO WRK-EDIT-P1
           MOVE GR-P2 OF NOTASDISC-REC TO WRK-EDIT-P2
           MOVE GR-P3 OF NOTASDISC-REC TO WRK-EDIT-P3
           MOVE GR-MEDIA OF NOTASDISC-REC TO WRK-MEDIA-EDIT
           DISPLAY "NOTA ATUAL: P1 " WRK-EDIT-P1 " P2 " WRK-EDIT-P2
               " ATIV " WRK-EDIT-P3 " MEDIA " WRK-MEDIA-EDIT
               " " GR-SITUACAO OF NOTASDISC-REC

           MOVE "NOVA NOTA P1" TO WRK-ROTULO-NOTA
           PERFORM PEDE-NOTA
           MOVE WRK-NOTA-DIGITADA TO WRK-NOVA-P1
           MOVE "NOVA NOTA P2" TO WRK-ROTULO-NOTA
           PERFORM PEDE-NOTA
           MOVE WRK-NOTA-DIGITADA TO WRK-NOVA-P2
           MOVE "NOVA ATIV." TO WRK-ROTULO-NOTA
           PERFORM PEDE-NOTA
           MOVE WRK-NOTA-DIGITADA TO WRK-NOVA-P3

           MOVE SPACES TO WRK-MOTIVO
           PERFORM UNTIL WRK-MOTIVO NOT = SPACES
               DISPLAY "MOTIVO DA CORRECAO:"
               ACCEPT WRK-MOTIVO
           END-PERFORM
           MOVE SPACES TO WRK-DOCUMENTO
           PERFORM UNTIL WRK-DOCUMENTO NOT = SPACES
               DISPLAY "DOCUMENTO DE REFERENCIA (ATA, PROCESSO...):"
               ACCEPT WRK-DOCUMENTO
           END-PERFORM

           PERFORM APURA-PROXIMO-NUMERO

           OPEN EXTEND CORRPEND-FILE
           IF WS-CORRPEND-STATUS NOT = "00"
               CLOSE CORRPEND-FILE
               OPEN OUTPUT CORRPEND-FILE
           END-IF
           MOVE SPACES             TO CORRPEND-REC
           MOVE WRK-PROXIMO-NUMERO TO CP-NUMERO
           MOVE WRK-MATRICULA      TO CP-MATRICULA
           MOVE WRK-MATERIA        TO CP-MATERIA
           MOVE WRK-PERIODO        TO CP-PERIODO
           MOVE GR-P1 OF NOTASDISC-REC TO CP-ANT-P1
           MOVE GR-P2 OF NOTASDISC-REC TO CP-ANT-P2
           MOVE GR-P3 OF NOTASDISC-REC TO CP-ANT-P3
           MOVE WRK-NOVA-P1        TO CP-NOV-P1
           MOVE WRK-NOVA-P2        TO CP-NOV-P2
           MOVE WRK-NOVA-P3        TO CP-NOV-P3
           MOVE WRK-MOTIVO         TO CP-MOTIVO
           MOVE WRK-DOCUMENTO      TO CP-DOCUMENTO
           ACCEPT CP-DATA-PEDIDO   FROM DATE YYYYMMDD
           MOVE WRK-OPERADOR       TO CP-SOLICITANTE
           MOVE 'P'                TO CP-STATUS
           MOVE SPACES             TO CP-DATA-DECISAO
           MOVE SPACES             TO CP-APROVADOR
           WRITE CORRPEND-REC
           CLOSE CORRPEND-FILE
           MOVE "00" TO WS-CORRPEND-STATUS

           MOVE SPACES TO WRK-DESCRICAO-LOG
           STRING "CORR. FECHADO PEDIDO " WRK-PROXIMO-NUMERO
               " DOC " WRK-DOCUMENTO
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
           MOVE WRK-MATRICULA TO PC-MATRICULA
           MOVE WRK-MATERIA   TO PC-MATERIA
           MOVE WRK-PERIODO   TO PC-PERIODO
           PERFORM GRAVA-TRANSACAO

           DISPLAY "PEDIDO " WRK-PROXIMO-NUMERO " REGISTRADO. A "
               "APROVACAO CABE A OUTRO OPERADOR (PROG93-APROVA).".

      * ----------------------------------------------------------------
      * Pede uma nota (faixa 0.00 a 10.00) com o rotulo informado.
      * ----------------------------------------------------------------
       PEDE-NOTA.

           MOVE 'N' TO WRK-NOTA-OK
           PERFORM UNTIL WRK-NOTA-OK = 'S'
               DISPLAY WRK-ROTULO-NOTA ":"
               ACCEPT WRK-NOTA-DIGITADA
               IF WRK-NOTA-DIGITADA >= 0 AND
                  WRK-NOTA-DIGITADA <= 10
                   MOVE 'S' TO WRK-NOTA-OK
               ELSE
                   DISPLAY "NOTA INVALIDA. DIGITE DE 0.00 A 10.00."
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Le em NOTASDISC a nota da chave matricula + materia +
      * periodo.
      * ----------------------------------------------------------------
       LE-NOTA-ATUAL.

           MOVE 'N' TO WRK-ACHOU-NOTA
           MOVE "00" TO WS-NOTASDISC-STATUS

           OPEN INPUT NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS = "00"
               MOVE WRK-MATRICULA TO GR-MATRICULA OF NOTASDISC-REC
               MOVE WRK-MATERIA   TO GR-MATERIA OF NOTASDISC-REC
               MOVE WRK-PERIODO   TO GR-PERIODO OF NOTASDISC-REC
               READ NOTASDISC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-NOTA
               END-READ
               CLOSE NOTASDISC-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Verifica se a chave ja tem pedido pendente na fila.
      * ----------------------------------------------------------------
       VERIFICA-FILA.

           MOVE 'N' TO WRK-JA-NA-FILA

           OPEN INPUT CORRPEND-FILE
           IF WS-CORRPEND-STATUS = "00"
               PERFORM UNTIL WS-CORRPEND-STATUS = "10"
                   READ CORRPEND-FILE
                       AT END
                           MOVE "10" TO WS-CORRPEND-STATUS
                       NOT AT END
                           IF CP-STATUS = 'P' AND
                              CP-MATRICULA = WRK-MATRICULA AND
                              CP-MATERIA = WRK-MATERIA AND
                              CP-PERIODO = WRK-PERIODO
                               MOVE 'S' TO WRK-JA-NA-FILA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRPEND-FILE
           END-IF
           MOVE "00" TO WS-CORRPEND-STATUS.

      * ----------------------------------------------------------------
      * Apura o proximo numero sequencial de pedido (maior numero
      * gravado + 1; 1 quando o arquivo ainda nao existe).
      * ----------------------------------------------------------------
       APURA-PROXIMO-NUMERO.

           MOVE ZEROS TO WRK-PROXIMO-NUMERO

           OPEN INPUT CORRPEND-FILE
           IF WS-CORRPEND-STATUS = "00"
               PERFORM UNTIL WS-CORRPEND-STATUS = "10"
                   READ CORRPEND-FILE
                       AT END
                           MOVE "10" TO WS-CORRPEND-STATUS
                       NOT AT END
                           IF CP-NUMERO > WRK-PROXIMO-NUMERO
                               MOVE CP-NUMERO TO WRK-PROXIMO-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRPEND-FILE
           END-IF
           MOVE "00" TO WS-CORRPEND-STATUS
           ADD 1 TO WRK-PROXIMO-NUMERO.

      * ----------------------------------------------------------------
      * Procura a matricula no cadastro mestre ALUNCAD, devolvendo o
      * nome do aluno.
      * ----------------------------------------------------------------
       BUSCA-ALUNCAD.

           MOVE 'N' TO WRK-ACHOU-CAD
           MOVE SPACES TO WRK-NOME-CAD

           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE WRK-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHOU-CAD
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-CAD
                       MOVE AC-NOME TO WRK-NOME-CAD
               END-READ
               CLOSE ALUNO-CAD-FILE
           ELSE
               DISPLAY "CADASTRO MESTRE ALUNCAD NAO ENCONTRADO. "
                   "CADASTRE OS ALUNOS PELO PROG12."
           END-IF.

      * ----------------------------------------------------------------
      * Aprova ou rejeita um pedido pendente (funcao PROG93-APROVA).
      * O aprovador nao pode ser o operador que fez o pedido.
      * ----------------------------------------------------------------
       DECIDE-PEDIDO.

           MOVE "PROG93-APROVA" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL
               WRK-FUNCAO WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG93-APROVA. "
                   "APROVACAO NAO PERMITIDA."
           ELSE
               DISPLAY "NUMERO DO PEDIDO A DECIDIR:"
               ACCEPT WRK-NUMERO

               PERFORM LOCALIZA-PEDIDO
               IF WRK-ACHOU-PEDIDO NOT = 'S'
                   DISPLAY "PEDIDO " WRK-NUMERO " NAO ENCONTRADO OU "
                       "JA DECIDIDO."
               ELSE
                   IF PC-SOLICITANTE = WRK-OPERADOR
                       DISPLAY "O PEDIDO " PC-NUMERO " FOI FEITO POR "
                           "VOCE. A APROVACAO CABE A OUTRO OPERADOR."
                   ELSE
                       PERFORM MOSTRA-PEDIDO
                       DISPLAY "DECISAO (A=APROVAR R=REJEITAR):"
                       ACCEPT WRK-DECISAO

                       EVALUATE WRK-DECISAO
                           WHEN 'A'
                           WHEN 'a'
                               PERFORM APLICA-CORRECAO
                           WHEN 'R'
                           WHEN 'r'
                               MOVE 'R' TO WRK-DECISAO
                               PERFORM FECHA-PEDIDO
                               MOVE SPACES TO WRK-DESCRICAO-LOG
                               STRING "CORR. FECHADO REJEITADA "
                                   PC-NUMERO
                                   DELIMITED BY SIZE
                                   INTO WRK-DESCRICAO-LOG
                               PERFORM GRAVA-TRANSACAO
                               DISPLAY "PEDIDO REJEITADO E FECHADO."
                           WHEN OTHER
                               DISPLAY "DECISAO INVALIDA. NADA FEITO."
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Mostra o pedido em decisao: chave, notas antes e depois,
      * motivo, documento e quem pediu.
      * ----------------------------------------------------------------
       MOSTRA-PEDIDO.

           MOVE PC-ANT-P1 TO WRK-EDIT-P1
           MOVE PC-ANT-P2 TO WRK-EDIT-P2
           MOVE PC-ANT-P3 TO WRK-EDIT-P3
           MOVE PC-NOV-P1 TO WRK-EDIT-N1
           MOVE PC-NOV-P2 TO WRK-EDIT-N2
           MOVE PC-NOV-P3 TO WRK-EDIT-N3
           DISPLAY "PEDIDO " PC-NUMERO ": MATRICULA " PC-MATRICULA
               " " PC-MATERIA " " PC-PERIODO
           DISPLAY "  ANTES : P1 " WRK-EDIT-P1 " P2 " WRK-EDIT-P2
               " ATIV " WRK-EDIT-P3
           DISPLAY "  DEPOIS: P1 " WRK-EDIT-N1 " P2 " WRK-EDIT-N2
               " ATIV " WRK-EDIT-N3
           DISPLAY "  MOTIVO: " PC-MOTIVO
           DISPLAY "  DOCUMENTO: " PC-DOCUMENTO
           DISPLAY "  PEDIDO EM " PC-DATA-PEDIDO " POR "
               PC-SOLICITANTE.

      * ----------------------------------------------------------------
      * Localiza o pedido pendente do numero informado e copia seus
      * campos para PEDIDO-CORRENTE.
      * ----------------------------------------------------------------
       LOCALIZA-PEDIDO.

           MOVE 'N' TO WRK-ACHOU-PEDIDO

           OPEN INPUT CORRPEND-FILE
           IF WS-CORRPEND-STATUS = "00"
               PERFORM UNTIL WS-CORRPEND-STATUS = "10"
                   READ CORRPEND-FILE
                       AT END
                           MOVE "10" TO WS-CORRPEND-STATUS
                       NOT AT END
                           IF CP-NUMERO = WRK-NUMERO AND
                              CP-STATUS = 'P'
                               MOVE 'S' TO WRK-ACHOU-PEDIDO
                               MOVE CP-NUMERO      TO PC-NUMERO
                               MOVE CP-MATRICULA   TO PC-MATRICULA
                               MOVE CP-MATERIA     TO PC-MATERIA
                               MOVE CP-PERIODO     TO PC-PERIODO
                               MOVE CP-ANT-P1      TO PC-ANT-P1
                               MOVE CP-ANT-P2      TO PC-ANT-P2
                               MOVE CP-ANT-P3      TO PC-ANT-P3
                               MOVE CP-NOV-P1      TO PC-NOV-P1
                               MOVE CP-NOV-P2      TO PC-NOV-P2
                               MOVE CP-NOV-P3      TO PC-NOV-P3
                               MOVE CP-MOTIVO      TO PC-MOTIVO
                               MOVE CP-DOCUMENTO   TO PC-DOCUMENTO
                               MOVE CP-DATA-PEDIDO TO PC-DATA-PEDIDO
                               MOVE CP-SOLICITANTE TO PC-SOLICITANTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRPEND-FILE
           END-IF
           MOVE "00" TO WS-CORRPEND-STATUS.

      * ----------------------------------------------------------------
      * Aplica a correcao aprovada: confere que a nota ainda e a do
      * pedido, grava as novas notas, reapura a media com os pesos da
      * disciplina (PROG22V) e a situacao com as faixas centrais,
      * regrava NOTASDISC com a imagem antes/depois na NOTASHIST e a
      * transacao no TRANSLOG, e fecha o pedido como aprovado.
      * ----------------------------------------------------------------
       APLICA-CORRECAO.

           MOVE "00" TO WS-NOTASDISC-STATUS
           OPEN I-O NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO NOTASDISC."
               CLOSE NOTASDISC-FILE
           ELSE
               MOVE PC-MATRICULA TO GR-MATRICULA OF NOTASDISC-REC
               MOVE PC-MATERIA   TO GR-MATERIA OF NOTASDISC-REC
               MOVE PC-PERIODO   TO GR-PERIODO OF NOTASDISC-REC
               READ NOTASDISC-FILE
                   INVALID KEY
                       DISPLAY "NOTA DA CHAVE DO PEDIDO NAO EXISTE "
                           "MAIS EM NOTASDISC. PEDIDO MANTIDO "
                           "PENDENTE."
                   NOT INVALID KEY
                       IF GR-P1 OF NOTASDISC-REC NOT = PC-ANT-P1 OR
                          GR-P2 OF NOTASDISC-REC NOT = PC-ANT-P2 OR
                          GR-P3 OF NOTASDISC-REC NOT = PC-ANT-P3
                           DISPLAY "A NOTA MUDOU DESDE O PEDIDO. "
                               "REJEITE E REGISTRE NOVO PEDIDO."
                       ELSE
                           PERFORM REGRAVA-NOTA
                       END-IF
               END-READ
               CLOSE NOTASDISC-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Regrava o registro lido de NOTASDISC com as notas do pedido e
      * fecha o pedido como aprovado. Se a regravacao falhar, nada vai
      * ao NOTASHIST nem ao TRANSLOG e o pedido continua pendente.
      * ----------------------------------------------------------------
       REGRAVA-NOTA.

           MOVE GR-P1 OF NOTASDISC-REC       TO ANT-P1
           MOVE GR-P2 OF NOTASDISC-REC       TO ANT-P2
           MOVE GR-P3 OF NOTASDISC-REC       TO ANT-P3
           MOVE GR-MEDIA OF NOTASDISC-REC    TO ANT-MEDIA
           MOVE GR-SITUACAO OF NOTASDISC-REC TO ANT-SITUACAO

           MOVE PC-NOV-P1 TO GR-P1 OF NOTASDISC-REC
           MOVE PC-NOV-P2 TO GR-P2 OF NOTASDISC-REC
           MOVE PC-NOV-P3 TO GR-P3 OF NOTASDISC-REC
           PERFORM REAPURA-MEDIA
           MOVE WRK-OPERADOR TO GR-OPERADOR OF NOTASDISC-REC
           ACCEPT GR-DATA-MOVTO OF NOTASDISC-REC FROM DATE YYYYMMDD
           REWRITE NOTASDISC-REC
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR NOTASDISC. STATUS "
                       WS-NOTASDISC-STATUS
           END-REWRITE

           IF WS-NOTASDISC-STATUS NOT = "00"
               DISPLAY "CORRECAO NAO APLICADA. O PEDIDO " PC-NUMERO
                   " CONTINUA PENDENTE."
           ELSE
               PERFORM GRAVA-NOTASHIST
               MOVE 'A' TO WRK-DECISAO
               PERFORM FECHA-PEDIDO
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING "CORR. FECHADO APROVADA " PC-NUMERO
                   " SOLIC " PC-SOLICITANTE
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM GRAVA-TRANSACAO

               MOVE GR-MEDIA OF NOTASDISC-REC TO WRK-MEDIA-EDIT
               DISPLAY "CORRECAO APLICADA. NOVA MEDIA " WRK-MEDIA-EDIT
                   " SITUACAO " GR-SITUACAO OF NOTASDISC-REC
           END-IF.

      * ----------------------------------------------------------------
      * Reapura media e situacao do registro corrigido, como na
      * revisao do PROG39 e na correcao de excecao do PROG08C.
      * ----------------------------------------------------------------
       REAPURA-MEDIA.

           MOVE GR-MATERIA OF NOTASDISC-REC TO WRK-MATERIA-PESO
           CALL "PROG22V" USING WRK-MATERIA-PESO WRK-PESO-P1
               WRK-PESO-P2 WRK-PESO-P3 WRK-ACHOU-PESOS
           END-CALL

           IF WRK-ACHOU-PESOS = 'S'
               COMPUTE GR-MEDIA OF NOTASDISC-REC =
                   (GR-P1 OF NOTASDISC-REC * WRK-PESO-P1 +
                    GR-P2 OF NOTASDISC-REC * WRK-PESO-P2 +
                    GR-P3 OF NOTASDISC-REC * WRK-PESO-P3) / 100
           ELSE
               COMPUTE GR-MEDIA OF NOTASDISC-REC =
                   (GR-P1 OF NOTASDISC-REC + GR-P2 OF NOTASDISC-REC +
                    GR-P3 OF NOTASDISC-REC) / 3
           END-IF

           IF GR-MEDIA OF NOTASDISC-REC >= FXV-LIMITE-APROVA
               MOVE FXV-ROTULO-APROVA TO
                   GR-SITUACAO OF NOTASDISC-REC
           ELSE
               IF GR-MEDIA OF NOTASDISC-REC >= FXV-LIMITE-REPROVA
                   MOVE FXV-ROTULO-RECUPERA TO
                       GR-SITUACAO OF NOTASDISC-REC
               ELSE
                   MOVE FXV-ROTULO-REPROVA TO
                       GR-SITUACAO OF NOTASDISC-REC
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Fecha o pedido corrente com a decisao (A/R), data e
      * aprovador, regravando o CORRPEND via o intermediario
      * CORRPEND.NEW.
      * ----------------------------------------------------------------
       FECHA-PEDIDO.

           MOVE "00" TO WS-CORRPEND-STATUS
           OPEN INPUT CORRPEND-FILE
           OPEN OUTPUT CORRPEND-NOVO-FILE
           PERFORM FECHA-UMA-LINHA
               UNTIL WS-CORRPEND-STATUS = "10"
           CLOSE CORRPEND-FILE
           CLOSE CORRPEND-NOVO-FILE

           MOVE "00" TO WS-CORRNOVO-STATUS
           OPEN INPUT CORRPEND-NOVO-FILE
           OPEN OUTPUT CORRPEND-FILE
           PERFORM COPIA-UMA-LINHA
               UNTIL WS-CORRNOVO-STATUS = "10"
           CLOSE CORRPEND-NOVO-FILE
           CLOSE CORRPEND-FILE
           MOVE "00" TO WS-CORRPEND-STATUS.

      * ----------------------------------------------------------------
      * Copia uma linha do CORRPEND para o intermediario, aplicando a
      * decisao na linha do pedido corrente.
      * ----------------------------------------------------------------
       FECHA-UMA-LINHA.

           READ CORRPEND-FILE
               AT END
                   MOVE "10" TO WS-CORRPEND-STATUS
               NOT AT END
                   IF CP-NUMERO = PC-NUMERO
                       MOVE WRK-DECISAO TO CP-STATUS
                       ACCEPT CP-DATA-DECISAO FROM DATE YYYYMMDD
                       MOVE WRK-OPERADOR TO CP-APROVADOR
                   END-IF
                   MOVE CORRPEND-REC TO CORRPEND-NOVO-REC
                   WRITE CORRPEND-NOVO-REC
           END-READ.

      * ----------------------------------------------------------------
      * Copia uma linha do intermediario de volta para o CORRPEND.
      * ----------------------------------------------------------------
       COPIA-UMA-LINHA.

           READ CORRPEND-NOVO-FILE
               AT END
                   MOVE "10" TO WS-CORRNOVO-STATUS
               NOT AT END
                   MOVE CORRPEND-NOVO-REC TO CORRPEND-REC
                   WRITE CORRPEND-REC
           END-READ.

      * ----------------------------------------------------------------
      * Relatorio dos pedidos pendentes, do mais antigo para o mais
      * novo (ordem de gravacao da fila), com a idade em dias e os
      * totais por faixa de idade, gravado em RELCORRPEND e retido no
      * spool.
      * ----------------------------------------------------------------
       RELATORIO-PENDENTES.

           MOVE ZEROS TO CNT-PENDENTES CNT-ATE-7 CNT-ATE-30
               CNT-MAIS-30
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           MOVE DATA-HOJE TO WRK-DATA-NUM
           COMPUTE WRK-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "CORRECOES EM PERIODO FECHADO PENDENTES DE APROVACAO"
               TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "EMITIDO EM: " DATA-HOJE " POR " WRK-OPERADOR
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "PEDIDO IDADE MATRIC MATERIA"
               "                        PERIOD"
               " ANTES P1/P2/AT   DEPOIS P1/P2/AT  SOLICITANTE"
               " DOCUMENTO"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           OPEN INPUT CORRPEND-FILE
           IF WS-CORRPEND-STATUS NOT = "00"
               MOVE "ARQUIVO CORRPEND AINDA NAO EXISTE." TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               PERFORM UNTIL WS-CORRPEND-STATUS = "10"
                   READ CORRPEND-FILE
                       AT END
                           MOVE "10" TO WS-CORRPEND-STATUS
                       NOT AT END
                           IF CP-STATUS = 'P'
                               PERFORM LISTA-UM-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRPEND-FILE
           END-IF
           MOVE "00" TO WS-CORRPEND-STATUS

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "PEDIDOS PENDENTES: " CNT-PENDENTES
               "   ATE 7 DIAS: " CNT-ATE-7
               "   8 A 30 DIAS: " CNT-ATE-30
               "   MAIS DE 30 DIAS: " CNT-MAIS-30
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           CLOSE RELATORIO-FILE

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           DISPLAY "RELATORIO GRAVADO EM RELCORRPEND. PENDENTES: "
               CNT-PENDENTES.

      * ----------------------------------------------------------------
      * Uma linha do relatorio de pendentes, com a idade do pedido.
      * ----------------------------------------------------------------
       LISTA-UM-PENDENTE.

           ADD 1 TO CNT-PENDENTES
           MOVE ZEROS TO WRK-IDADE
           IF CP-DATA-PEDIDO IS NUMERIC
               MOVE CP-DATA-PEDIDO TO WRK-DATA-NUM
               COMPUTE WRK-DIA-PEDIDO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
               IF WRK-DIA-HOJE > WRK-DIA-PEDIDO
                   COMPUTE WRK-IDADE = WRK-DIA-HOJE - WRK-DIA-PEDIDO
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WRK-IDADE <= 7
                   ADD 1 TO CNT-ATE-7
               WHEN WRK-IDADE <= 30
                   ADD 1 TO CNT-ATE-30
               WHEN OTHER
                   ADD 1 TO CNT-MAIS-30
           END-EVALUATE

           MOVE WRK-IDADE TO WRK-IDADE-EDIT
           MOVE CP-ANT-P1 TO WRK-EDIT-P1
           MOVE CP-ANT-P2 TO WRK-EDIT-P2
           MOVE CP-ANT-P3 TO WRK-EDIT-P3
           MOVE CP-NOV-P1 TO WRK-EDIT-N1
           MOVE CP-NOV-P2 TO WRK-EDIT-N2
           MOVE CP-NOV-P3 TO WRK-EDIT-N3
           MOVE SPACES TO RELATORIO-LINHA
           STRING CP-NUMERO " " WRK-IDADE-EDIT " " CP-MATRICULA " "
               CP-MATERIA " " CP-PERIODO " "
               WRK-EDIT-P1 WRK-EDIT-P2 WRK-EDIT-P3 "  "
               WRK-EDIT-N1 WRK-EDIT-N2 WRK-EDIT-N3 "  "
               CP-SOLICITANTE " " CP-DOCUMENTO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "             MOTIVO: " CP-MOTIVO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Grava na trilha NOTASHIST a imagem anterior e a nova do
      * registro corrigido, com o aprovador e data/hora.
      * ----------------------------------------------------------------
       GRAVA-NOTASHIST.

           OPEN EXTEND NOTAS-HIST-FILE
           IF WS-NOTASHIST-STATUS NOT = "00"
               CLOSE NOTAS-HIST-FILE
               OPEN OUTPUT NOTAS-HIST-FILE
           END-IF

           MOVE SPACES        TO NOTAS-HIST-REC
           ACCEPT NH-DATA     FROM DATE YYYYMMDD
           ACCEPT NH-HORA     FROM TIME
           MOVE WRK-OPERADOR  TO NH-OPERADOR
           MOVE 'PROG93'      TO NH-PROGRAMA
           MOVE PC-MATRICULA  TO NH-MATRICULA
           MOVE PC-MATERIA    TO NH-MATERIA
           MOVE PC-PERIODO    TO NH-PERIODO
           MOVE ANT-P1        TO NH-ANT-P1
           MOVE ANT-P2        TO NH-ANT-P2
           MOVE ANT-P3        TO NH-ANT-P3
           MOVE ANT-MEDIA     TO NH-ANT-MEDIA
           MOVE ANT-SITUACAO  TO NH-ANT-SITUACAO
           MOVE GR-P1 OF NOTASDISC-REC    TO NH-DEP-P1
           MOVE GR-P2 OF NOTASDISC-REC    TO NH-DEP-P2
           MOVE GR-P3 OF NOTASDISC-REC    TO NH-DEP-P3
           MOVE GR-MEDIA OF NOTASDISC-REC TO NH-DEP-MEDIA
           MOVE GR-SITUACAO OF NOTASDISC-REC TO NH-DEP-SITUACAO

           WRITE NOTAS-HIST-REC

           CLOSE NOTAS-HIST-FILE.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a transacao do pedido corrente (registro,
      * aprovacao ou rejeicao), com a descricao em WRK-DESCRICAO-LOG.
      * ----------------------------------------------------------------
       GRAVA-TRANSACAO.

           OPEN EXTEND TRANS-LOG-FILE
           IF WS-TRANSLOG-STATUS NOT = "00"
               CLOSE TRANS-LOG-FILE
               OPEN OUTPUT TRANS-LOG-FILE
           END-IF

           MOVE SPACES       TO TRANS-LOG-REC
           ACCEPT TR-DATA    FROM DATE YYYYMMDD
           ACCEPT TR-HORA    FROM TIME
           MOVE WRK-OPERADOR TO TR-OPERADOR
           MOVE 'PROG93'     TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE PC-MATRICULA TO TR-MATRICULA
           MOVE PC-MATERIA   TO TR-MATERIA
           MOVE PC-PERIODO   TO TR-PERIODO

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG93.
