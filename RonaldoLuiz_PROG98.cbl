      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Menu principal do sistema. O operador faz o sign-on
      *          uma unica vez (PROG15V) e o menu abre a sessao no
      *          PROG15S: os programas escolhidos aqui chamam o PROG15V
      *          como sempre, mas recebem o operador da sessao sem
      *          pedir ID e senha de novo. O menu mostra, agrupadas por
      *          area (cadastro, notas, frequencia, fechamento,
      *          relatorios e instalacoes), somente as funcoes que o
      *          operador pode executar - a mesma autorizacao do
      *          PROG15A sobre o catalogo ACESFUNC e a tabela ACESSOS -
      *          com a descricao do catalogo, e chama o programa
      *          escolhido. Na entrada (e a pedido) mostra o trabalho
      *          pendente: revisoes de nota abertas no REVNOTAS,
      *          segundas chamadas sem nota reposta no SEGCHAMADA e,
      *          para quem aprova, correcoes em periodo fechado
      *          aguardando aprovacao no CORRPEND. O inicio e o fim da
      *          sessao ficam no TRANSLOG.
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Opcao do cadastro de unidades (PROG99) na area
      *                 de cadastro.
      *   15/10 - RLS - Opcao da deteccao de abandono (PROG100) na area
      *                 de fechamento.
      *   15/10 - RLS - Opcao das ocorrencias disciplinares (PROG101)
      *                 na area de cadastro.
      *   15/10 - RLS - Opcoes dos convenios e contratos de estagio
      *                 (PROG102, PROG103) na area de cadastro e do
      *                 acompanhamento dos estagios (PROG104) na area
      *                 de relatorios.
      *   15/10 - RLS - Opcao da avaliacao institucional (PROG105) na
      *                 area de relatorios.
      *   15/10 - RLS - Opcao da exportacao do censo INEP (PROG106) na
      *                 area de relatorios.
      *   15/10 - RLS - Opcoes das ordens de servico das salas (PROG107)
      *                 e do relatorio semanal das ordens (PROG108) na
      *                 area de instalacoes.
      *   15/10 - RLS - Opcao dos exercicios de fixacao (PROG109) na
      *                 area de notas.
      *   15/10 - RLS - Opcao da correspondencia ao aluno (PROG110) na
      *                 area de relatorios.
      *   15/10 - RLS - Opcao das listas de espera das turmas
      *                 (PROG111) na area de cadastro, junto do PROG36.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG98.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT REVISAO-FILE ASSIGN TO "REVNOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISAO-STATUS.

           SELECT SEGCHAMADA-FILE ASSIGN TO "SEGCHAMADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGCHAMADA-STATUS.

           SELECT CORRPEND-FILE ASSIGN TO "CORRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

      * Mesmo layout gravado pelo PROG39.
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

       FD  CORRPEND-FILE.
       01  CORRPEND-REC.
           COPY CORRPREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-REVISAO-STATUS    PIC X(02) VALUE "00".
       77 WS-SEGCHAMADA-STATUS PIC X(02) VALUE "00".
       77 WS-CORRPEND-STATUS   PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-ACAO-SESSAO      PIC X(01) VALUE 'A'.
       77 WRK-SESSAO-ATIVA     PIC X(01) VALUE 'N'.
       77 WRK-APROVADOR        PIC X(01) VALUE 'N'.
       77 WRK-DECISOR          PIC X(01) VALUE 'N'.
       77 WRK-FIM-MENU         PIC X(01) VALUE 'N'.
       77 WRK-FIM-AREA         PIC X(01) VALUE 'N'.
       77 WRK-ESCOLHA          PIC X(01) VALUE SPACE.
       77 WRK-AREA             PIC X(01) VALUE SPACE.
       77 WRK-NOME-AREA        PIC X(12) VALUE SPACES.
       77 WRK-OPCAO            PIC 9(02) VALUE ZEROS.
       77 WRK-PROGRAMA         PIC X(16) VALUE SPACES.
       77 WRK-DESCRICAO        PIC X(30) VALUE SPACES.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 CNT-REV-ABERTAS      PIC 9(05) VALUE ZEROS.
       77 CNT-REV-PROPRIAS     PIC 9(05) VALUE ZEROS.
       77 CNT-SEG-ABERTAS      PIC 9(05) VALUE ZEROS.
       77 CNT-SEG-PROPRIAS     PIC 9(05) VALUE ZEROS.
       77 CNT-CORR-APROVAR     PIC 9(05) VALUE ZEROS.
       77 CNT-OPCOES-AREA      PIC 9(02) VALUE ZEROS.
       77 CNT-PERMITIDAS       PIC 9(03) VALUE ZEROS.
       77 IND-OPC              PIC 9(03) VALUE ZEROS.
       77 IND-AREA             PIC 9(01) VALUE ZEROS.
       77 IND-CAT              PIC 9(03) VALUE ZEROS.

      * Areas do menu, na ordem de exibicao; a letra e a escolha do
      * operador.
       01  AREAS-MENU.
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(12) VALUE "CADASTRO".
           05 FILLER              PIC X(01) VALUE "N".
           05 FILLER              PIC X(12) VALUE "NOTAS".
           05 FILLER              PIC X(01) VALUE "Q".
           05 FILLER              PIC X(12) VALUE "FREQUENCIA".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(12) VALUE "FECHAMENTO".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(12) VALUE "RELATORIOS".
           05 FILLER              PIC X(01) VALUE "I".
           05 FILLER              PIC X(12) VALUE "INSTALACOES".
       01  TABELA-AREAS REDEFINES AREAS-MENU.
           05 AR-ENTRADA OCCURS 6 TIMES.
              10 AR-CODIGO        PIC X(01).
              10 AR-NOME          PIC X(12).
       01  QTD-AREAS              PIC 9(01) VALUE 6.

      * Opcoes do menu: area e programa chamado. O nome do programa e
      * tambem o codigo da funcao no catalogo ACESFUNC, de onde vem a
      * descricao exibida.
       01  OPCOES-MENU.
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG12".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG07".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG38".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG15".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG91".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG21".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG67".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG35".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG51".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG59".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG99".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG36".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG111".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG23".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG33".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG46".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG13".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG88".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG61".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG72".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG75".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG101".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG102".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG103".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG71".
           05 FILLER              PIC X(01) VALUE "C".
           05 FILLER              PIC X(16) VALUE "PROG76".
           05 FILLER              PIC X(01) VALUE "N".
           05 FILLER              PIC X(16) VALUE "PROG06A".
           05 FILLER              PIC X(01) VALUE "N".
           05 FILLER              PIC X(16) VALUE "PROG08".
           05 FILLER              PIC X(01) VALUE "N".
           05 FILLER              PIC X(16) VALUE "MEDIA".
           05 FILLER              PIC X(01) VALUE "N".
           05 FILLER              PIC X(16) VALUE "PROCESSALOTE".
           05 FILLER              PIC X(01) VALUE "N".
           05 FILLER              PIC X(16) VALUE "PROG42".
           05 FILLER              PIC X(01) VALUE "N".
           05 FILLER              PIC X(16) VALUE "PROG19".
           05 FILLER              PIC X(01) VALUE "N".
           05 FILLER              PIC X(16) VALUE "PROG39".
           05 FILLER              PIC X(01) VALUE "N".
           05 FILLER              PIC X(16) VALUE "PROG64".
           05 FILLER              PIC X(01) VALUE "N".
           05 FILLER              PIC X(16) VALUE "PROG93".
           05 FILLER              PIC X(01) VALUE "N".
           05 FILLER              PIC X(16) VALUE "PROG55".
           05 FILLER              PIC X(01) VALUE "N".
           05 FILLER              PIC X(16) VALUE "PROG56".
           05 FILLER              PIC X(01) VALUE "N".
           05 FILLER              PIC X(16) VALUE "PROG28".
           05 FILLER              PIC X(01) VALUE "N".
           05 FILLER              PIC X(16) VALUE "PROG109".
           05 FILLER              PIC X(01) VALUE "Q".
           05 FILLER              PIC X(16) VALUE "PROG20".
           05 FILLER              PIC X(01) VALUE "Q".
           05 FILLER              PIC X(16) VALUE "PROG48".
           05 FILLER              PIC X(01) VALUE "Q".
           05 FILLER              PIC X(16) VALUE "PROG80".
           05 FILLER              PIC X(01) VALUE "Q".
           05 FILLER              PIC X(16) VALUE "PROG83".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(16) VALUE "PROG40".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(16) VALUE "PROG08C".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(16) VALUE "PROG18".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(16) VALUE "PROG41".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(16) VALUE "PROG63".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(16) VALUE "PROG70".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(16) VALUE "PROG73".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(16) VALUE "PROG30".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(16) VALUE "PROG94".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(16) VALUE "PROG31".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(16) VALUE "PROG90".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(16) VALUE "PROG97".
           05 FILLER              PIC X(01) VALUE "F".
           05 FILLER              PIC X(16) VALUE "PROG100".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG06B".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG08D".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG08E".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG25".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG26".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG27".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG37".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG47".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG50".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG57".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG65".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG69".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG74".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG104".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG105".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG106".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG110".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG77".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG78".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG82".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG85".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG86".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG87".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG89".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG14".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG16".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG17".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG24".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG49".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG81".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG54".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG60".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG66".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG68".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG44".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG58".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG62".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG92".
           05 FILLER              PIC X(01) VALUE "R".
           05 FILLER              PIC X(16) VALUE "PROG96".
           05 FILLER              PIC X(01) VALUE "I".
           05 FILLER              PIC X(16) VALUE "PROG02".
           05 FILLER              PIC X(01) VALUE "I".
           05 FILLER              PIC X(16) VALUE "PROG34".
           05 FILLER              PIC X(01) VALUE "I".
           05 FILLER              PIC X(16) VALUE "PROG52".
           05 FILLER              PIC X(01) VALUE "I".
           05 FILLER              PIC X(16) VALUE "PROG53".
           05 FILLER              PIC X(01) VALUE "I".
           05 FILLER              PIC X(16) VALUE "PROG84".
           05 FILLER              PIC X(01) VALUE "I".
           05 FILLER              PIC X(16) VALUE "PROG107".
           05 FILLER              PIC X(01) VALUE "I".
           05 FILLER              PIC X(16) VALUE "PROG108".
       01  TABELA-OPCOES REDEFINES OPCOES-MENU.
           05 MN-ENTRADA OCCURS 102 TIMES.
              10 MN-AREA          PIC X(01).
              10 MN-PROGRAMA      PIC X(16).
       01  QTD-OPCOES             PIC 9(03) VALUE 102.

      * Resultado da autorizacao de cada opcao para o operador da
      * sessao, apurado uma vez na entrada.
       01  PERMISSOES-MENU.
           05 MN-PERMITIDO        PIC X(01) OCCURS 102 TIMES.

      * Opcoes exibidas na area corrente (numero na tela -> entrada na
      * tabela de opcoes).
       01  LISTA-AREA.
           05 LA-OPCAO            PIC 9(03) OCCURS 40 TIMES.

       COPY ACESFUNC.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "MENU PRINCIPAL".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE 'A' TO WRK-ACAO-SESSAO
           CALL "PROG15S" USING WRK-ACAO-SESSAO WRK-OPERADOR
               WRK-PERFIL WRK-SESSAO-ATIVA
           END-CALL

           MOVE "INICIO DE SESSAO DO MENU" TO WRK-DESCRICAO-LOG
           PERFORM GRAVA-TRANSACAO

           PERFORM CARREGA-PERMISSOES
           PERFORM MOSTRA-PENDENCIAS

           MOVE 'N' TO WRK-FIM-MENU
           PERFORM MENU-AREAS
               UNTIL WRK-FIM-MENU = 'S'

           MOVE 'F' TO WRK-ACAO-SESSAO
           CALL "PROG15S" USING WRK-ACAO-SESSAO WRK-OPERADOR
               WRK-PERFIL WRK-SESSAO-ATIVA
           END-CALL

           MOVE "FIM DE SESSAO DO MENU" TO WRK-DESCRICAO-LOG
           PERFORM GRAVA-TRANSACAO

           DISPLAY "SESSAO DO MENU ENCERRADA."
           GOBACK.

      * ----------------------------------------------------------------
      * Apura, uma vez por sessao, quais opcoes o operador pode
      * executar (PROG15A, sem mensagem na tela), e se ele decide
      * revisoes e aprova correcoes em periodo fechado, para o quadro
      * de pendencias.
      * ----------------------------------------------------------------
       CARREGA-PERMISSOES.

           MOVE ZEROS TO CNT-PERMITIDAS
           PERFORM VARYING IND-OPC FROM 1 BY 1
                   UNTIL IND-OPC > QTD-OPCOES
               MOVE MN-PROGRAMA (IND-OPC) TO WRK-FUNCAO
               CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL
                   WRK-FUNCAO WRK-PERMITIDO
               END-CALL
               MOVE WRK-PERMITIDO TO MN-PERMITIDO (IND-OPC)
               IF WRK-PERMITIDO = 'S'
                   ADD 1 TO CNT-PERMITIDAS
               END-IF
           END-PERFORM

           MOVE "PROG39-DECIDE" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           MOVE WRK-PERMITIDO TO WRK-DECISOR

           MOVE "PROG93-APROVA" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           MOVE WRK-PERMITIDO TO WRK-APROVADOR.

      * ----------------------------------------------------------------
      * Tela das areas: so aparecem as areas com alguma opcao
      * permitida, com a quantidade de opcoes de cada uma.
      * ----------------------------------------------------------------
       MENU-AREAS.

           DISPLAY " "
           DISPLAY "MENU PRINCIPAL - OPERADOR " WRK-OPERADOR
               " (PERFIL " WRK-PERFIL ")"
           IF CNT-PERMITIDAS = ZEROS
               DISPLAY "  NENHUMA FUNCAO LIBERADA PARA ESTE OPERADOR. "
                   "PECA O ACESSO PELO PROG91."
           END-IF
           PERFORM VARYING IND-AREA FROM 1 BY 1
                   UNTIL IND-AREA > QTD-AREAS
               MOVE AR-CODIGO (IND-AREA) TO WRK-AREA
               PERFORM CONTA-OPCOES-AREA
               IF CNT-OPCOES-AREA > ZEROS
                   DISPLAY "  " AR-CODIGO (IND-AREA) " - "
                       AR-NOME (IND-AREA) " (" CNT-OPCOES-AREA
                       " OPCOES)"
               END-IF
           END-PERFORM
           DISPLAY "  P - PENDENCIAS DE TRABALHO"
           DISPLAY "  S - SAIR"
           DISPLAY "ESCOLHA:"
           ACCEPT WRK-ESCOLHA

           EVALUATE WRK-ESCOLHA
               WHEN 'S'
               WHEN 's'
                   MOVE 'S' TO WRK-FIM-MENU
               WHEN 'P'
               WHEN 'p'
                   PERFORM MOSTRA-PENDENCIAS
               WHEN OTHER
                   PERFORM LOCALIZA-AREA
                   IF WRK-AREA = SPACE
                       DISPLAY "ESCOLHA INVALIDA."
                   ELSE
                       PERFORM CONTA-OPCOES-AREA
                       IF CNT-OPCOES-AREA = ZEROS
                           DISPLAY "NENHUMA FUNCAO LIBERADA NESTA "
                               "AREA."
                       ELSE
                           MOVE 'N' TO WRK-FIM-AREA
                           PERFORM MENU-OPCOES
                               UNTIL WRK-FIM-AREA = 'S'
                       END-IF
                   END-IF
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Converte a letra digitada na area do menu (WRK-AREA em branco
      * quando nao e nenhuma delas).
      * ----------------------------------------------------------------
       LOCALIZA-AREA.

           MOVE SPACE TO WRK-AREA
           MOVE SPACES TO WRK-NOME-AREA
           INSPECT WRK-ESCOLHA CONVERTING "cnqfri" TO "CNQFRI"
           PERFORM VARYING IND-AREA FROM 1 BY 1
                   UNTIL IND-AREA > QTD-AREAS
               IF AR-CODIGO (IND-AREA) = WRK-ESCOLHA
                   MOVE AR-CODIGO (IND-AREA) TO WRK-AREA
                   MOVE AR-NOME (IND-AREA)   TO WRK-NOME-AREA
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Conta as opcoes permitidas da area em WRK-AREA e guarda, na
      * ordem de exibicao, a entrada de cada uma na tabela de opcoes.
      * ----------------------------------------------------------------
       CONTA-OPCOES-AREA.

           MOVE ZEROS TO CNT-OPCOES-AREA
           PERFORM VARYING IND-OPC FROM 1 BY 1
                   UNTIL IND-OPC > QTD-OPCOES
               IF MN-AREA (IND-OPC) = WRK-AREA AND
                  MN-PERMITIDO (IND-OPC) = 'S'
                   ADD 1 TO CNT-OPCOES-AREA
                   MOVE IND-OPC TO LA-OPCAO (CNT-OPCOES-AREA)
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Tela das opcoes de uma area: numera as opcoes permitidas, com
      * a descricao do catalogo, e chama a escolhida. 0 volta para as
      * areas.
      * ----------------------------------------------------------------
       MENU-OPCOES.

           PERFORM CONTA-OPCOES-AREA
           DISPLAY " "
           DISPLAY "AREA " WRK-NOME-AREA
           PERFORM VARYING WRK-OPCAO FROM 1 BY 1
                   UNTIL WRK-OPCAO > CNT-OPCOES-AREA
               MOVE LA-OPCAO (WRK-OPCAO) TO IND-OPC
               MOVE MN-PROGRAMA (IND-OPC) TO WRK-PROGRAMA
               PERFORM LOCALIZA-DESCRICAO
               DISPLAY "  " WRK-OPCAO " - " WRK-PROGRAMA (1:12) " "
                   WRK-DESCRICAO
           END-PERFORM
           DISPLAY "   0 - VOLTAR"
           DISPLAY "ESCOLHA:"
           MOVE ZEROS TO WRK-OPCAO
           ACCEPT WRK-OPCAO

           IF WRK-OPCAO = ZEROS
               MOVE 'S' TO WRK-FIM-AREA
           ELSE
               IF WRK-OPCAO > CNT-OPCOES-AREA
                   DISPLAY "OPCAO INVALIDA."
               ELSE
                   MOVE LA-OPCAO (WRK-OPCAO) TO IND-OPC
                   PERFORM EXECUTA-OPCAO
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Descricao do catalogo ACESFUNC para o programa em WRK-PROGRAMA.
      * ----------------------------------------------------------------
       LOCALIZA-DESCRICAO.

           MOVE SPACES TO WRK-DESCRICAO
           PERFORM VARYING IND-CAT FROM 1 BY 1
                   UNTIL IND-CAT > QTD-CATALOGO
               IF CF-FUNCAO (IND-CAT) = WRK-PROGRAMA
                   MOVE CF-DESCRICAO (IND-CAT) TO WRK-DESCRICAO
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Chama o programa escolhido. O sign-on dele devolve o operador
      * da sessao (PROG15S) e a autorizacao da funcao e conferida de
      * novo por ele. Na volta o programa e liberado (CANCEL), para a
      * proxima escolha comecar do estado inicial.
      * ----------------------------------------------------------------
       EXECUTA-OPCAO.

           MOVE MN-PROGRAMA (IND-OPC) TO WRK-PROGRAMA
           DISPLAY " "
           DISPLAY "CHAMANDO " WRK-PROGRAMA
           CALL WRK-PROGRAMA
               ON EXCEPTION
                   DISPLAY "PROGRAMA " WRK-PROGRAMA
                       " NAO DISPONIVEL NESTA INSTALACAO."
           END-CALL
           CANCEL WRK-PROGRAMA
           DISPLAY "RETORNO AO MENU PRINCIPAL.".

      * ----------------------------------------------------------------
      * Quadro do trabalho pendente: revisoes de nota abertas e
      * segundas chamadas sem nota reposta (total e as registradas
      * pelo proprio operador) e, para quem aprova, correcoes em
      * periodo fechado de outros solicitantes aguardando aprovacao.
      * Arquivo ausente conta como nada pendente.
      * ----------------------------------------------------------------
       MOSTRA-PENDENCIAS.

           PERFORM CONTA-REVISOES
           PERFORM CONTA-SEGUNDAS-CHAMADAS

           DISPLAY " "
           DISPLAY "PENDENCIAS DE TRABALHO"
           DISPLAY "  REVISOES DE NOTA ABERTAS (REVNOTAS)    : "
               CNT-REV-ABERTAS " - PEDIDAS POR VOCE: "
               CNT-REV-PROPRIAS
           IF WRK-DECISOR = 'S' AND CNT-REV-ABERTAS > ZEROS
               DISPLAY "    DECISAO PELO PROG39."
           END-IF
           DISPLAY "  SEGUNDAS CHAMADAS ABERTAS (SEGCHAMADA) : "
               CNT-SEG-ABERTAS " - REGISTRADAS POR VOCE: "
               CNT-SEG-PROPRIAS
           IF WRK-APROVADOR = 'S'
               PERFORM CONTA-CORRECOES
               DISPLAY "  CORRECOES A APROVAR (CORRPEND)         : "
                   CNT-CORR-APROVAR
           END-IF.

      * ----------------------------------------------------------------
      * Revisoes de nota com RV-STATUS 'P' (pedido sem decisao).
      * ----------------------------------------------------------------
       CONTA-REVISOES.

           MOVE ZEROS TO CNT-REV-ABERTAS CNT-REV-PROPRIAS
           MOVE "00" TO WS-REVISAO-STATUS
           OPEN INPUT REVISAO-FILE
           IF WS-REVISAO-STATUS = "00"
               PERFORM UNTIL WS-REVISAO-STATUS = "10"
                   READ REVISAO-FILE
                       AT END
                           MOVE "10" TO WS-REVISAO-STATUS
                       NOT AT END
                           IF RV-STATUS = 'P'
                               ADD 1 TO CNT-REV-ABERTAS
                               IF RV-OPERADOR = WRK-OPERADOR
                                   ADD 1 TO CNT-REV-PROPRIAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVISAO-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Segundas chamadas com SG-STATUS 'P' (nota ainda nao reposta).
      * ----------------------------------------------------------------
       CONTA-SEGUNDAS-CHAMADAS.

           MOVE ZEROS TO CNT-SEG-ABERTAS CNT-SEG-PROPRIAS
           MOVE "00" TO WS-SEGCHAMADA-STATUS
           OPEN INPUT SEGCHAMADA-FILE
           IF WS-SEGCHAMADA-STATUS = "00"
               PERFORM UNTIL WS-SEGCHAMADA-STATUS = "10"
                   READ SEGCHAMADA-FILE
                       AT END
                           MOVE "10" TO WS-SEGCHAMADA-STATUS
                       NOT AT END
                           IF SG-STATUS = 'P'
                               ADD 1 TO CNT-SEG-ABERTAS
                               IF SG-OPERADOR = WRK-OPERADOR
                                   ADD 1 TO CNT-SEG-PROPRIAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGCHAMADA-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Correcoes com CP-STATUS 'P' pedidas por outro operador (quem
      * pediu nao aprova a propria correcao).
      * ----------------------------------------------------------------
       CONTA-CORRECOES.

           MOVE ZEROS TO CNT-CORR-APROVAR
           MOVE "00" TO WS-CORRPEND-STATUS
           OPEN INPUT CORRPEND-FILE
           IF WS-CORRPEND-STATUS = "00"
               PERFORM UNTIL WS-CORRPEND-STATUS = "10"
                   READ CORRPEND-FILE
                       AT END
                           MOVE "10" TO WS-CORRPEND-STATUS
                       NOT AT END
                           IF CP-STATUS = 'P' AND
                              CP-SOLICITANTE NOT = WRK-OPERADOR
                               ADD 1 TO CNT-CORR-APROVAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRPEND-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG o inicio ou o fim da sessao do menu.
      * ----------------------------------------------------------------
       GRAVA-TRANSACAO.

           OPEN EXTEND TRANS-LOG-FILE
           IF WS-TRANSLOG-STATUS NOT = "00"
               CLOSE TRANS-LOG-FILE
               OPEN OUTPUT TRANS-LOG-FILE
           END-IF

           MOVE SPACES            TO TRANS-LOG-REC
           ACCEPT TR-DATA         FROM DATE YYYYMMDD
           ACCEPT TR-HORA         FROM TIME
           MOVE WRK-OPERADOR      TO TR-OPERADOR
           MOVE 'PROG98'          TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE ZEROS             TO TR-MATRICULA

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG98.
