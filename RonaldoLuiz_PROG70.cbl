      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Faturamento mensal de mensalidades - a tesouraria
      *          montava a cobranca numa planilha a partir das
      *          listagens do ALUNCAD e da INSCRICAO. Para o periodo
      *          letivo, a competencia (AAAAMM) e o vencimento
      *          informados, percorre os alunos do ALUNCAD e precifica
      *          cada um pelas disciplinas em que esta inscrito no
      *          periodo (INSCRICAO), com o valor mensal de cada
      *          materia na tabela PRECODISC (materia;valor, com a
      *          linha PADRAO, nos moldes do VAGASDISC). Sobre o bruto
      *          aplica o percentual de bolsa concedido no arquivo
      *          BOLSAS (PROG72, depois da analise do RELBOLSA do
      *          PROG47). A cobranca e lancada na conta do aluno
      *          (arquivo indexado MENSALID, layout MENSREC), cuja
      *          chave e o nosso numero do boleto, com transacao no
      *          TRANSLOG. Trancamento e transferencia do SITMOV
      *          (PROG46) param o faturamento a partir da data
      *          efetiva: o aluno afastado com data efetiva posterior
      *          ao primeiro dia da competencia ainda e cobrado
      *          naquele mes. Competencia ja faturada para o aluno
      *          nao e cobrada de novo, de modo que a reexecucao so
      *          completa o que faltou. Saida no registro de
      *          faturamento RELFATURA, com os totais de controle
      *          (bruto - descontos = liquido), retido no spool
      *          (PROG62V). Exige sign-on (PROG15V) com perfil de
      *          correcao (C) ou fechamento (F).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG70) no
      *                 lugar do teste da letra de perfil C/F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Abandono (situacao E, acao E do SITMOV gravada
      *                 pelo PROG46) para o faturamento como o
      *                 trancamento: nao fatura a partir da data
      *                 efetiva do abandono.
      *   15/10 - RLS - Cobranca que falha na gravacao do MENSALID nao
      *                 entra nos totais nem no TRANSLOG e e contada a
      *                 parte no rodape; INSCRICAO que nao abre encerra
      *                 a execucao; PRECODISC acima de 200 materias vai
      *                 ao PROG31E.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG70.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT INSCRICAO-FILE ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CHAVE OF INSCRICAO-REC
               FILE STATUS IS WS-INSCRICAO-STATUS.

           SELECT MENSALID-FILE ASSIGN TO "MENSALID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE OF MENSALID-REC
               FILE STATUS IS WS-MENSALID-STATUS.

           SELECT PRECOS-FILE ASSIGN TO "PRECODISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRECOS-STATUS.

           SELECT BOLSAS-FILE ASSIGN TO "BOLSAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLSAS-STATUS.

           SELECT SITMOV-FILE ASSIGN TO "SITMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITMOV-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELFATURA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.
           COPY INSCRREC.

       FD  MENSALID-FILE.
       01  MENSALID-REC.
           COPY MENSREC.

      * Valor mensal de cada materia: materia (30), separador e valor
      * (5 inteiros e 2 decimais, sem ponto). A linha PADRAO vale para
      * as materias sem linha propria, como na tabela VAGASDISC.
       FD  PRECOS-FILE.
       01  PRECOS-REC.
           05 PD-MATERIA          PIC X(30).
           05 FILLER              PIC X(01).
           05 PD-VALOR            PIC 9(05)V99.

       FD  BOLSAS-FILE.
       01  BOLSAS-REC.
           COPY BOLSAREC.

       FD  SITMOV-FILE.
       01  SITMOV-REC.
           COPY SITMOVREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(110).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-MENSALID-STATUS   PIC X(02) VALUE "00".
       77 WS-PRECOS-STATUS     PIC X(02) VALUE "00".
       77 WS-BOLSAS-STATUS     PIC X(02) VALUE "00".
       77 WS-SITMOV-STATUS     PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA      PIC X(06) VALUE SPACES.
       77 WRK-VENCIMENTO       PIC X(08) VALUE SPACES.
       77 WRK-DATA-REFERENCIA  PIC X(08) VALUE SPACES.
       77 WRK-CAL-RESULTADO    PIC X(01) VALUE SPACE.
       77 WRK-DADOS-OK         PIC X VALUE 'N'.
       77 WRK-MENSALID-OK      PIC X VALUE 'N'.
       77 WRK-FATURA           PIC X VALUE 'N'.
       77 WRK-MOTIVO           PIC X(40) VALUE SPACES.
       77 WRK-ACAO-NA-DATA     PIC X(01) VALUE SPACE.
       77 WRK-DATA-ACAO        PIC X(08) VALUE SPACES.
       77 WRK-TEM-AFASTAMENTO  PIC X VALUE 'N'.
       77 WRK-JA-FATURADO      PIC X VALUE 'N'.
       77 WRK-ULTIMA-SEQ       PIC 9(04) VALUE ZEROS.
       77 WRK-SEM-PRECO        PIC X VALUE 'N'.
       77 WRK-MATERIA-SEM-PRECO PIC X(30) VALUE SPACES.
       77 WRK-QTD-DISC         PIC 9(03) VALUE ZEROS.
       77 WRK-PRECO            PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PRECO-PADRAO     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-TEM-PADRAO       PIC X VALUE 'N'.
       77 WRK-ACHOU            PIC X VALUE 'N'.
       77 WRK-BRUTO            PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DESCONTO         PIC 9(05)V99 VALUE ZEROS.
       77 WRK-LIQUIDO          PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL       PIC 9(03) VALUE ZEROS.
       77 QTD-PRECOS           PIC 9(03) VALUE ZEROS.
       77 IND-PRECO            PIC 9(03) VALUE ZEROS.
       77 CNT-LIDOS            PIC 9(05) VALUE ZEROS.
       77 CNT-FATURADOS        PIC 9(05) VALUE ZEROS.
       77 CNT-COM-BOLSA        PIC 9(05) VALUE ZEROS.
       77 CNT-AFASTADOS        PIC 9(05) VALUE ZEROS.
       77 CNT-SEM-INSCRICAO    PIC 9(05) VALUE ZEROS.
       77 CNT-JA-FATURADOS     PIC 9(05) VALUE ZEROS.
       77 CNT-SEM-PRECO        PIC 9(05) VALUE ZEROS.
       77 CNT-NAO-ATIVOS       PIC 9(05) VALUE ZEROS.
       77 CNT-FALHA-LANCTO     PIC 9(05) VALUE ZEROS.
       77 WRK-LANCOU           PIC X VALUE 'N'.
       77 TOT-BRUTO            PIC 9(09)V99 VALUE ZEROS.
       77 TOT-DESCONTO         PIC 9(09)V99 VALUE ZEROS.
       77 TOT-LIQUIDO          PIC 9(09)V99 VALUE ZEROS.
       77 TOT-CONFERE          PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-EDIT       PIC ZZZZ9.99.
       77 WRK-DESC-EDIT        PIC ZZZZ9.99.
       77 WRK-LIQ-EDIT         PIC ZZZZ9.99.
       77 WRK-TOTAL-EDIT       PIC ZZZZZZZZ9.99.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELFATURA".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG70".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.
       77 WRK-ERR-PROGRAMA     PIC X(08) VALUE 'PROG70'.
       77 WRK-ERR-ARQUIVO      PIC X(12) VALUE 'PRECODISC'.
       77 WRK-ERR-OPERACAO     PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS       PIC X(02) VALUE SPACES.

      * Tabela de precos carregada do PRECODISC (ate 200 materias;
      * acima disso o faturamento e interrompido pelo PROG31E, para
      * nao cobrar pela linha PADRAO uma materia que tem preco
      * proprio).
       01  TABELA-PRECOS.
           05 TP-ENTRADA OCCURS 200 TIMES.
              10 TP-MATERIA       PIC X(30).
              10 TP-VALOR         PIC 9(05)V99.

      * Nosso numero da cobranca lancada (matricula + sequencia).
       01  WRK-NOSSO-NUMERO.
           05 NN-MATRICULA        PIC 9(06).
           05 NN-SEQUENCIA        PIC 9(04).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "FATURAMENTO DE MENSALIDADES (RELFATURA)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG70" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG70. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           MOVE WRK-OPERADOR TO WRK-SPOOL-OPERADOR

           PERFORM OBTEM-PARAMETROS
           IF WRK-DADOS-OK NOT = 'S'
               GOBACK
           END-IF

           PERFORM CARREGA-PRECOS
           IF QTD-PRECOS = 0 AND WRK-TEM-PADRAO NOT = 'S'
               DISPLAY "TABELA PRECODISC AUSENTE OU VAZIA. "
                   "CADASTRE OS VALORES ANTES DO FATURAMENTO."
               GOBACK
           END-IF

           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS NOT = "00"
               DISPLAY "CADASTRO MESTRE ALUNCAD NAO ENCONTRADO. "
                   "CADASTRE OS ALUNOS PELO PROG12."
               GOBACK
           END-IF

           PERFORM ABRE-MENSALID
           IF WRK-MENSALID-OK NOT = 'S'
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO MENSALID."
               CLOSE ALUNO-CAD-FILE
               GOBACK
           END-IF

           OPEN INPUT INSCRICAO-FILE
           IF WS-INSCRICAO-STATUS NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO INSCRICAO. "
                   "STATUS " WS-INSCRICAO-STATUS
               CLOSE MENSALID-FILE
               CLOSE ALUNO-CAD-FILE
               GOBACK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM IMPRIME-CABECALHO

           PERFORM FATURA-UM-ALUNO
               UNTIL WS-ALUNCAD-STATUS = "10"

           PERFORM IMPRIME-TOTAIS

           CLOSE RELATORIO-FILE
           CLOSE INSCRICAO-FILE
           CLOSE MENSALID-FILE
           CLOSE ALUNO-CAD-FILE

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           DISPLAY "REGISTRO DE FATURAMENTO GRAVADO EM RELFATURA."
           DISPLAY "FATURADOS: " CNT-FATURADOS
               "  JA FATURADOS: " CNT-JA-FATURADOS
               "  AFASTADOS: " CNT-AFASTADOS
               "  FALHAS: " CNT-FALHA-LANCTO
           MOVE TOT-LIQUIDO TO WRK-TOTAL-EDIT
           DISPLAY "TOTAL LIQUIDO FATURADO: " WRK-TOTAL-EDIT

           GOBACK.

      * ----------------------------------------------------------------
      * Pede o periodo, a competencia e o vencimento. O primeiro dia
      * da competencia precisa cair na janela do periodo no
      * calendario (PROG59V); instalacao sem calendario nao bloqueia.
      * ----------------------------------------------------------------
       OBTEM-PARAMETROS.

           MOVE 'N' TO WRK-DADOS-OK

           DISPLAY "PERIODO LETIVO (EX. 2026-1):"
           ACCEPT WRK-PERIODO
           DISPLAY "COMPETENCIA A FATURAR (AAAAMM):"
           ACCEPT WRK-COMPETENCIA
           DISPLAY "DATA DE VENCIMENTO (AAAAMMDD):"
           ACCEPT WRK-VENCIMENTO

           IF WRK-PERIODO = SPACES OR
              WRK-COMPETENCIA IS NOT NUMERIC OR
              WRK-COMPETENCIA (5:2) < "01" OR
              WRK-COMPETENCIA (5:2) > "12" OR
              WRK-VENCIMENTO IS NOT NUMERIC
               DISPLAY "PERIODO, COMPETENCIA E VENCIMENTO VALIDOS SAO "
                   "OBRIGATORIOS. FATURAMENTO NAO EXECUTADO."
           ELSE
               STRING WRK-COMPETENCIA "01" DELIMITED BY SIZE
                   INTO WRK-DATA-REFERENCIA
               CALL "PROG59V" USING WRK-PERIODO WRK-DATA-REFERENCIA
                   WRK-CAL-RESULTADO
               END-CALL
               EVALUATE WRK-CAL-RESULTADO
                   WHEN 'N'
                       DISPLAY "PERIODO " WRK-PERIODO " NAO CONSTA DO "
                           "CALENDARIO (PROG59)."
                   WHEN 'F'
                       DISPLAY "COMPETENCIA " WRK-COMPETENCIA
                           " FORA DA JANELA DO PERIODO " WRK-PERIODO
                           " NO CALENDARIO (PROG59)."
                   WHEN OTHER
                       MOVE 'S' TO WRK-DADOS-OK
               END-EVALUATE
           END-IF.

      * ----------------------------------------------------------------
      * Carrega a tabela PRECODISC em memoria, guardando a linha
      * PADRAO a parte.
      * ----------------------------------------------------------------
       CARREGA-PRECOS.

           MOVE ZEROS TO QTD-PRECOS
           MOVE 'N' TO WRK-TEM-PADRAO

           OPEN INPUT PRECOS-FILE
           IF WS-PRECOS-STATUS = "00"
               PERFORM UNTIL WS-PRECOS-STATUS = "10"
                   READ PRECOS-FILE
                       AT END
                           MOVE "10" TO WS-PRECOS-STATUS
                       NOT AT END
                           PERFORM GUARDA-UM-PRECO
                   END-READ
               END-PERFORM
               CLOSE PRECOS-FILE
           END-IF
           MOVE "00" TO WS-PRECOS-STATUS.

      * ----------------------------------------------------------------
      * Guarda a linha corrente do PRECODISC (a PADRAO a parte).
      * ----------------------------------------------------------------
       GUARDA-UM-PRECO.

           IF PD-VALOR IS NUMERIC
               IF PD-MATERIA = "PADRAO"
                   MOVE PD-VALOR TO WRK-PRECO-PADRAO
                   MOVE 'S' TO WRK-TEM-PADRAO
               ELSE
                   IF QTD-PRECOS = 200
                       PERFORM REPORTA-LIMITE-TABELA
                   END-IF
                   ADD 1 TO QTD-PRECOS
                   MOVE PD-MATERIA TO TP-MATERIA (QTD-PRECOS)
                   MOVE PD-VALOR   TO TP-VALOR (QTD-PRECOS)
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Abre a conta dos alunos para atualizacao, criando o arquivo
      * no primeiro faturamento.
      * ----------------------------------------------------------------
       ABRE-MENSALID.

           MOVE 'N' TO WRK-MENSALID-OK
           OPEN I-O MENSALID-FILE
           IF WS-MENSALID-STATUS NOT = "00"
               CLOSE MENSALID-FILE
               OPEN OUTPUT MENSALID-FILE
               CLOSE MENSALID-FILE
               OPEN I-O MENSALID-FILE
           END-IF
           IF WS-MENSALID-STATUS = "00"
               MOVE 'S' TO WRK-MENSALID-OK
           END-IF.

      * ----------------------------------------------------------------
      * Le o proximo aluno do ALUNCAD e, quando faturavel, precifica e
      * lanca a cobranca da competencia.
      * ----------------------------------------------------------------
       FATURA-UM-ALUNO.

           READ ALUNO-CAD-FILE NEXT
               AT END
                   MOVE "10" TO WS-ALUNCAD-STATUS
               NOT AT END
                   ADD 1 TO CNT-LIDOS
                   PERFORM VERIFICA-FATURAVEL
                   IF WRK-FATURA = 'S'
                       PERFORM VERIFICA-CONTA-ALUNO
                       IF WRK-JA-FATURADO = 'S'
                           ADD 1 TO CNT-JA-FATURADOS
                       ELSE
                           PERFORM PRECIFICA-INSCRICOES
                           EVALUATE TRUE
                               WHEN WRK-SEM-PRECO = 'S'
                                   ADD 1 TO CNT-SEM-PRECO
                                   MOVE SPACES TO WRK-MOTIVO
                                   STRING "SEM PRECO: "
                                       WRK-MATERIA-SEM-PRECO
                                       DELIMITED BY SIZE INTO WRK-MOTIVO
                                   PERFORM IMPRIME-NAO-FATURADO
                               WHEN WRK-QTD-DISC = 0
                                   ADD 1 TO CNT-SEM-INSCRICAO
                                   MOVE "SEM INSCRICAO NO PERIODO" TO
                                       WRK-MOTIVO
                                   PERFORM IMPRIME-NAO-FATURADO
                               WHEN OTHER
                                   PERFORM APLICA-BOLSA
                                   PERFORM LANCA-COBRANCA
                                   IF WRK-LANCOU = 'S'
                                       PERFORM IMPRIME-FATURADO
                                   ELSE
                                       MOVE "FALHA NO MENSALID"
                                           TO WRK-MOTIVO
                                       PERFORM IMPRIME-NAO-FATURADO
                                   END-IF
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Decide se o aluno corrente e faturado na competencia: ativo
      * sem afastamento efetivo ate o primeiro dia do mes, ou
      * trancado/transferido/evadido com data efetiva posterior a ele.
      * ----------------------------------------------------------------
       VERIFICA-FATURAVEL.

           MOVE 'N' TO WRK-FATURA

           IF AC-SITUACAO-CAD = 'A' OR AC-SITUACAO-CAD = 'T' OR
              AC-SITUACAO-CAD = 'R' OR AC-SITUACAO-CAD = 'E'
               PERFORM APURA-SITMOV
               IF WRK-ACAO-NA-DATA = 'T' OR WRK-ACAO-NA-DATA = 'R' OR
                  WRK-ACAO-NA-DATA = 'E'
                   ADD 1 TO CNT-AFASTADOS
                   MOVE SPACES TO WRK-MOTIVO
                   EVALUATE WRK-ACAO-NA-DATA
                       WHEN 'T'
                           STRING "TRANCAMENTO EFETIVO EM "
                               WRK-DATA-ACAO
                               DELIMITED BY SIZE INTO WRK-MOTIVO
                       WHEN 'R'
                           STRING "TRANSFERENCIA EFETIVA EM "
                               WRK-DATA-ACAO
                               DELIMITED BY SIZE INTO WRK-MOTIVO
                       WHEN OTHER
                           STRING "ABANDONO EFETIVO EM "
                               WRK-DATA-ACAO
                               DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-EVALUATE
                   PERFORM IMPRIME-NAO-FATURADO
               ELSE
                   IF AC-SITUACAO-CAD = 'A' OR
                      WRK-TEM-AFASTAMENTO = 'S'
                       MOVE 'S' TO WRK-FATURA
                   ELSE
                       ADD 1 TO CNT-NAO-ATIVOS
                   END-IF
               END-IF
           ELSE
               ADD 1 TO CNT-NAO-ATIVOS
           END-IF.

      * ----------------------------------------------------------------
      * Varre o SITMOV do aluno e guarda a ultima movimentacao com data
      * efetiva ate o primeiro dia da competencia (em empate de data,
      * vale a registrada por ultimo), e se ha algum afastamento
      * registrado.
      * ----------------------------------------------------------------
       APURA-SITMOV.

           MOVE SPACE TO WRK-ACAO-NA-DATA
           MOVE SPACES TO WRK-DATA-ACAO
           MOVE 'N' TO WRK-TEM-AFASTAMENTO

           OPEN INPUT SITMOV-FILE
           IF WS-SITMOV-STATUS = "00"
               PERFORM UNTIL WS-SITMOV-STATUS = "10"
                   READ SITMOV-FILE
                       AT END
                           MOVE "10" TO WS-SITMOV-STATUS
                       NOT AT END
                           IF SM-MATRICULA = AC-MATRICULA
                               IF SM-ACAO = 'T' OR SM-ACAO = 'R' OR
                                  SM-ACAO = 'E'
                                   MOVE 'S' TO WRK-TEM-AFASTAMENTO
                               END-IF
                               IF SM-DATA-EFETIVA <=
                                      WRK-DATA-REFERENCIA AND
                                  SM-DATA-EFETIVA >= WRK-DATA-ACAO
                                   MOVE SM-ACAO TO WRK-ACAO-NA-DATA
                                   MOVE SM-DATA-EFETIVA TO
                                       WRK-DATA-ACAO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITMOV-FILE
           END-IF
           MOVE "00" TO WS-SITMOV-STATUS.

      * ----------------------------------------------------------------
      * Percorre a conta do aluno (START na matricula) procurando
      * cobranca da mesma competencia e a ultima sequencia usada.
      * ----------------------------------------------------------------
       VERIFICA-CONTA-ALUNO.

           MOVE 'N' TO WRK-JA-FATURADO
           MOVE ZEROS TO WRK-ULTIMA-SEQ

           MOVE AC-MATRICULA TO MN-MATRICULA
           MOVE ZEROS TO MN-SEQUENCIA
           START MENSALID-FILE KEY NOT LESS THAN
                   MN-CHAVE OF MENSALID-REC
               INVALID KEY
                   MOVE "10" TO WS-MENSALID-STATUS
           END-START
           PERFORM UNTIL WS-MENSALID-STATUS = "10"
               READ MENSALID-FILE NEXT
                   AT END
                       MOVE "10" TO WS-MENSALID-STATUS
                   NOT AT END
                       IF MN-MATRICULA NOT = AC-MATRICULA
                           MOVE "10" TO WS-MENSALID-STATUS
                       ELSE
                           MOVE MN-SEQUENCIA TO WRK-ULTIMA-SEQ
                           IF MN-TIPO = 'C' AND
                              MN-COMPETENCIA = WRK-COMPETENCIA
                               MOVE 'S' TO WRK-JA-FATURADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-MENSALID-STATUS.

      * ----------------------------------------------------------------
      * Soma o valor mensal das disciplinas do aluno no periodo (START
      * na matricula da INSCRICAO, leitura enquanto ela conferir).
      * ----------------------------------------------------------------
       PRECIFICA-INSCRICOES.

           MOVE ZEROS TO WRK-QTD-DISC
           MOVE ZEROS TO WRK-BRUTO
           MOVE 'N' TO WRK-SEM-PRECO
           MOVE SPACES TO WRK-MATERIA-SEM-PRECO

           MOVE AC-MATRICULA TO IN-MATRICULA
           MOVE LOW-VALUES TO IN-MATERIA
           MOVE LOW-VALUES TO IN-PERIODO
           START INSCRICAO-FILE KEY NOT LESS THAN
                   IN-CHAVE OF INSCRICAO-REC
               INVALID KEY
                   MOVE "10" TO WS-INSCRICAO-STATUS
           END-START
           PERFORM UNTIL WS-INSCRICAO-STATUS = "10"
               READ INSCRICAO-FILE NEXT
                   AT END
                       MOVE "10" TO WS-INSCRICAO-STATUS
                   NOT AT END
                       IF IN-MATRICULA NOT = AC-MATRICULA
                           MOVE "10" TO WS-INSCRICAO-STATUS
                       ELSE
                           IF IN-PERIODO = WRK-PERIODO
                               PERFORM BUSCA-PRECO
                               ADD 1 TO WRK-QTD-DISC
                               ADD WRK-PRECO TO WRK-BRUTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-INSCRICAO-STATUS.

      * ----------------------------------------------------------------
      * Busca o valor mensal da materia inscrita (linha propria, ou a
      * linha PADRAO); sem nenhuma das duas o aluno nao e faturado.
      * ----------------------------------------------------------------
       BUSCA-PRECO.

           MOVE 'N' TO WRK-ACHOU
           MOVE ZEROS TO WRK-PRECO
           PERFORM VARYING IND-PRECO FROM 1 BY 1
                   UNTIL IND-PRECO > QTD-PRECOS OR WRK-ACHOU = 'S'
               IF TP-MATERIA (IND-PRECO) = IN-MATERIA
                   MOVE 'S' TO WRK-ACHOU
                   MOVE TP-VALOR (IND-PRECO) TO WRK-PRECO
               END-IF
           END-PERFORM

           IF WRK-ACHOU NOT = 'S'
               IF WRK-TEM-PADRAO = 'S'
                   MOVE WRK-PRECO-PADRAO TO WRK-PRECO
               ELSE
                   MOVE 'S' TO WRK-SEM-PRECO
                   MOVE IN-MATERIA TO WRK-MATERIA-SEM-PRECO
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Busca no BOLSAS o percentual concedido ao aluno no periodo e
      * calcula o desconto e o liquido da cobranca.
      * ----------------------------------------------------------------
       APLICA-BOLSA.

           MOVE ZEROS TO WRK-PERCENTUAL

           OPEN INPUT BOLSAS-FILE
           IF WS-BOLSAS-STATUS = "00"
               PERFORM UNTIL WS-BOLSAS-STATUS = "10"
                   READ BOLSAS-FILE
                       AT END
                           MOVE "10" TO WS-BOLSAS-STATUS
                       NOT AT END
                           IF BL-MATRICULA = AC-MATRICULA AND
                              BL-PERIODO = WRK-PERIODO AND
                              BL-PERCENTUAL IS NUMERIC
                               MOVE BL-PERCENTUAL TO WRK-PERCENTUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOLSAS-FILE
           END-IF
           MOVE "00" TO WS-BOLSAS-STATUS

           IF WRK-PERCENTUAL > 100
               MOVE 100 TO WRK-PERCENTUAL
           END-IF

           COMPUTE WRK-DESCONTO ROUNDED =
               WRK-BRUTO * WRK-PERCENTUAL / 100
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-DESCONTO

           IF WRK-PERCENTUAL > 0
               ADD 1 TO CNT-COM-BOLSA
           END-IF.

      * ----------------------------------------------------------------
      * Lanca a cobranca na conta do aluno, na sequencia seguinte a
      * ultima, e grava a transacao no TRANSLOG. Cobranca zerada por
      * bolsa integral ja nasce quitada. Falha na gravacao nao entra
      * nos totais nem no TRANSLOG (WRK-LANCOU = 'N').
      * ----------------------------------------------------------------
       LANCA-COBRANCA.

           MOVE SPACES TO MENSALID-REC
           MOVE AC-MATRICULA    TO MN-MATRICULA
           ADD 1 TO WRK-ULTIMA-SEQ
           MOVE WRK-ULTIMA-SEQ  TO MN-SEQUENCIA
           MOVE 'C'             TO MN-TIPO
           MOVE WRK-COMPETENCIA TO MN-COMPETENCIA
           MOVE WRK-PERIODO     TO MN-PERIODO
           MOVE WRK-VENCIMENTO  TO MN-VENCIMENTO
           MOVE WRK-BRUTO       TO MN-VALOR-BRUTO
           MOVE WRK-DESCONTO    TO MN-DESCONTO
           MOVE WRK-LIQUIDO     TO MN-VALOR
           MOVE '+'             TO MN-SINAL
           MOVE WRK-LIQUIDO     TO MN-SALDO
           IF WRK-LIQUIDO = 0
               MOVE 'Q' TO MN-SITUACAO
           ELSE
               MOVE 'A' TO MN-SITUACAO
           END-IF
           MOVE ZEROS           TO MN-REF-COBRANCA
           ACCEPT MN-DATA-MOVTO FROM DATE YYYYMMDD
           MOVE WRK-OPERADOR    TO MN-OPERADOR
           STRING "MENSALIDADE " WRK-COMPETENCIA
               DELIMITED BY SIZE INTO MN-HISTORICO

           MOVE 'N' TO WRK-LANCOU
           WRITE MENSALID-REC
               INVALID KEY
                   DISPLAY "FALHA AO LANCAR COBRANCA DA MATRICULA "
                       AC-MATRICULA ". STATUS " WS-MENSALID-STATUS
                   ADD 1 TO CNT-FALHA-LANCTO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-LANCOU
                   MOVE MN-MATRICULA TO NN-MATRICULA
                   MOVE MN-SEQUENCIA TO NN-SEQUENCIA
                   ADD 1 TO CNT-FATURADOS
                   ADD WRK-BRUTO    TO TOT-BRUTO
                   ADD WRK-DESCONTO TO TOT-DESCONTO
                   ADD WRK-LIQUIDO  TO TOT-LIQUIDO
                   PERFORM GRAVA-TRANSACAO
           END-WRITE.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a cobranca lancada.
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
           MOVE 'PROG70'     TO TR-PROGRAMA
           STRING "COBRANCA MENSALIDADE " WRK-COMPETENCIA
               " NN " WRK-NOSSO-NUMERO
               DELIMITED BY SIZE INTO TR-DESCRICAO
           MOVE AC-MATRICULA TO TR-MATRICULA
           MOVE WRK-PERIODO  TO TR-PERIODO

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

      * ----------------------------------------------------------------
      * Cabecalho do registro de faturamento.
      * ----------------------------------------------------------------
       IMPRIME-CABECALHO.

           MOVE "REGISTRO DE FATURAMENTO DE MENSALIDADES" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "PERIODO: " WRK-PERIODO
               "  COMPETENCIA: " WRK-COMPETENCIA
               "  VENCIMENTO: " WRK-VENCIMENTO
               "  OPERADOR: " WRK-OPERADOR
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           MOVE "MATRIC NOME"           TO RELATORIO-LINHA (1:11)
           MOVE "DISC    BRUTO  BOLSA"  TO RELATORIO-LINHA (39:20)
           MOVE "DESCONTO   LIQUIDO"    TO RELATORIO-LINHA (60:18)
           MOVE "NOSSO NUM."            TO RELATORIO-LINHA (79:10)
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Linha do aluno faturado.
      * ----------------------------------------------------------------
       IMPRIME-FATURADO.

           MOVE WRK-BRUTO    TO WRK-VALOR-EDIT
           MOVE WRK-DESCONTO TO WRK-DESC-EDIT
           MOVE WRK-LIQUIDO  TO WRK-LIQ-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING AC-MATRICULA " " AC-NOME "  " WRK-QTD-DISC
               " " WRK-VALOR-EDIT "   " WRK-PERCENTUAL "% "
               WRK-DESC-EDIT "  " WRK-LIQ-EDIT " " WRK-NOSSO-NUMERO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Linha do aluno nao faturado, com o motivo.
      * ----------------------------------------------------------------
       IMPRIME-NAO-FATURADO.

           MOVE SPACES TO RELATORIO-LINHA
           STRING AC-MATRICULA " " AC-NOME "  NAO FATURADO - "
               WRK-MOTIVO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Totais de controle do faturamento: contagens por destino e a
      * prova bruto - descontos = liquido.
      * ----------------------------------------------------------------
       IMPRIME-TOTAIS.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "TOTAIS DE CONTROLE" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE SPACES TO RELATORIO-LINHA
           STRING "ALUNOS LIDOS: " CNT-LIDOS
               "  FATURADOS: " CNT-FATURADOS
               "  COM BOLSA: " CNT-COM-BOLSA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "JA FATURADOS NA COMPETENCIA: " CNT-JA-FATURADOS
               "  AFASTADOS (SITMOV): " CNT-AFASTADOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "SEM INSCRICAO: " CNT-SEM-INSCRICAO
               "  SEM PRECO: " CNT-SEM-PRECO
               "  NAO ATIVOS: " CNT-NAO-ATIVOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "FALHAS NA GRAVACAO DO MENSALID: " CNT-FALHA-LANCTO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE TOT-BRUTO TO WRK-TOTAL-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TOTAL BRUTO.....: " WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE TOT-DESCONTO TO WRK-TOTAL-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TOTAL DESCONTOS.: " WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE TOT-LIQUIDO TO WRK-TOTAL-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TOTAL LIQUIDO...: " WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           COMPUTE TOT-CONFERE = TOT-BRUTO - TOT-DESCONTO
           IF TOT-CONFERE NOT = TOT-LIQUIDO
               MOVE "ATENCAO: BRUTO - DESCONTOS DIFERE DO LIQUIDO." TO
                   RELATORIO-LINHA
           ELSE
               MOVE "BRUTO - DESCONTOS CONFERE COM O LIQUIDO." TO
                   RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Tabela de trabalho cheia: em vez de faturar com uma tabela
      * parcial, repassa ao tratador comum PROG31E, que grava o OPSLOG
      * e interrompe a execucao.
      * ----------------------------------------------------------------
       REPORTA-LIMITE-TABELA.

           MOVE "TABELA" TO WRK-ERR-OPERACAO
           MOVE "TB" TO WRK-ERR-STATUS
           CALL "PROG31E" USING WRK-ERR-PROGRAMA WRK-ERR-ARQUIVO
               WRK-ERR-OPERACAO WRK-ERR-STATUS
           END-CALL.

       END PROGRAM PROG70.
