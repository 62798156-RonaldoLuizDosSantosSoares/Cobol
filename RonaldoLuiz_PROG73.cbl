      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Processamento do retorno bancario (arquivo RETBANCO)
      *          contra a conta do aluno (MENSALID, PROG70). O banco
      *          manda um header, um detalhe por boleto pago (nosso
      *          numero, valor pago e data do pagamento) e um trailer
      *          com a quantidade de detalhes e o total pago. Como no
      *          PROG49 com o RETORNOCAD, o arquivo e conferido antes
      *          contra o proprio trailer: sem trailer, ou com
      *          quantidade ou total divergentes, nada e baixado e o
      *          relatorio aponta o arquivo como suspeito. Conferido, o
      *          nosso numero de cada detalhe localiza a cobranca
      *          (chave do MENSALID) e o pagamento e lancado na conta
      *          (tipo P), abatendo o saldo da cobranca e quitando-a
      *          quando zera, com transacao no TRANSLOG. Vao para o
      *          relatorio de excecoes RELRETBCO: pagamento sem
      *          cobranca correspondente (nao baixado), pagamento em
      *          duplicidade - cobranca ja quitada ou o mesmo
      *          pagamento ja lancado, o que cobre a reexecucao do
      *          mesmo arquivo (nao baixado) - e valor pago diferente
      *          do saldo cobrado (baixado pelo valor recebido; a
      *          diferenca fica em aberto ou e apontada como excesso).
      *          Fecha com os totais de controle do processamento
      *          contra os do trailer. Relatorio retido no spool
      *          (PROG62V). Exige sign-on (PROG15V) com perfil de
      *          correcao (C) ou fechamento (F).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG73) no
      *                 lugar do teste da letra de perfil C/F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Pagamento que falha na gravacao do MENSALID nao
      *                 abate o saldo da cobranca, nao conta como
      *                 baixado nem gera TRANSLOG: vai para as excecoes
      *                 do RELRETBCO e para os totais de controle.
      *   15/10 - RLS - Cobranca que nao pode ser relida ou regravada
      *                 apos o lancamento do pagamento vai para as
      *                 excecoes (FALHA NA ATUALIZACAO DA COBRANCA); o
      *                 pagamento e desfeito e nao entra nos baixados
      *                 nem no TRANSLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG73.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-FILE ASSIGN TO "RETBANCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.

           SELECT MENSALID-FILE ASSIGN TO "MENSALID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE OF MENSALID-REC
               FILE STATUS IS WS-MENSALID-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELRETBCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Layout fixo do banco (H/D/T no primeiro byte).
       FD  RETORNO-FILE.
       01  RETORNO-REC             PIC X(60).

       FD  MENSALID-FILE.
       01  MENSALID-REC.
           COPY MENSREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(100).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-RETORNO-STATUS    PIC X(02) VALUE "00".
       77 WS-MENSALID-STATUS   PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-DATA-ARQUIVO     PIC X(08) VALUE SPACES.
       77 WRK-TEM-HEADER       PIC X VALUE 'N'.
       77 WRK-TEM-TRAILER      PIC X VALUE 'N'.
       77 WRK-ARQUIVO-OK       PIC X VALUE 'N'.
       77 WRK-TRAILER-QTDE     PIC 9(07) VALUE ZEROS.
       77 WRK-TRAILER-TOTAL    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LIDOS-QTDE       PIC 9(07) VALUE ZEROS.
       77 WRK-LIDOS-TOTAL      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ACHOU            PIC X VALUE 'N'.
       77 WRK-DUPLICADO        PIC X VALUE 'N'.
       77 WRK-SALDO-ANTES      PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DIFERENCA        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-ULTIMA-SEQ       PIC 9(04) VALUE ZEROS.
       77 WRK-REF-BUSCA        PIC 9(10) VALUE ZEROS.
       77 WRK-COMPETENCIA      PIC X(06) VALUE SPACES.
       77 CNT-BAIXADOS         PIC 9(07) VALUE ZEROS.
       77 CNT-SEM-COBRANCA     PIC 9(07) VALUE ZEROS.
       77 CNT-DUPLICADOS       PIC 9(07) VALUE ZEROS.
       77 CNT-DIVERGENTES      PIC 9(07) VALUE ZEROS.
       77 CNT-FALHAS           PIC 9(07) VALUE ZEROS.
       77 TOT-BAIXADO          PIC 9(11)V99 VALUE ZEROS.
       77 TOT-SEM-COBRANCA     PIC 9(11)V99 VALUE ZEROS.
       77 TOT-DUPLICADO        PIC 9(11)V99 VALUE ZEROS.
       77 TOT-FALHAS           PIC 9(11)V99 VALUE ZEROS.
       77 WRK-BAIXOU           PIC X VALUE 'N'.
       77 WRK-STATUS-FALHA     PIC X(02) VALUE SPACES.
       77 TOT-PROCESSADO       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-EDIT       PIC ZZZZ9.99.
       77 WRK-SALDO-EDIT       PIC ZZZZ9.99.
       77 WRK-TOTAL-EDIT       PIC ZZZZZZZZZZ9.99.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELRETBCO".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG73".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.

      * Visao dos registros do RETBANCO por tipo.
       01  REG-RETORNO-VISAO.
           05 RV-TIPO             PIC X(01).
           05 RV-RESTO            PIC X(59).
       01  REG-HEADER-VISAO REDEFINES REG-RETORNO-VISAO.
           05 FILLER              PIC X(01).
           05 HV-DATA-GERACAO     PIC X(08).
           05 HV-BANCO            PIC X(03).
           05 FILLER              PIC X(48).
       01  REG-DETALHE-VISAO REDEFINES REG-RETORNO-VISAO.
           05 FILLER              PIC X(01).
           05 DV-NOSSO-NUMERO     PIC 9(10).
           05 DV-VALOR-PAGO       PIC 9(05)V99.
           05 DV-DATA-PAGTO       PIC X(08).
           05 FILLER              PIC X(34).
       01  REG-TRAILER-VISAO REDEFINES REG-RETORNO-VISAO.
           05 FILLER              PIC X(01).
           05 TV-QTDE-DETALHES    PIC 9(07).
           05 TV-TOTAL-PAGO       PIC 9(11)V99.
           05 FILLER              PIC X(39).

      * Nosso numero do detalhe corrente, na forma da chave da conta.
       01  WRK-NOSSO-NUMERO.
           05 NN-MATRICULA        PIC 9(06).
           05 NN-SEQUENCIA        PIC 9(04).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "RETORNO BANCARIO DE MENSALIDADES (RELRETBCO)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG73" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG73. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           MOVE WRK-OPERADOR TO WRK-SPOOL-OPERADOR

           PERFORM CONFERE-ARQUIVO
           IF WRK-TEM-HEADER = 'N' AND WRK-LIDOS-QTDE = 0 AND
              WRK-TEM-TRAILER = 'N'
               DISPLAY "RETBANCO NAO ENCONTRADO OU VAZIO. NADA A "
                   "PROCESSAR."
               GOBACK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "EXCECOES DO RETORNO BANCARIO (RETBANCO)" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ARQUIVO GERADO EM: " WRK-DATA-ARQUIVO
               "  OPERADOR: " WRK-OPERADOR
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           IF WRK-ARQUIVO-OK NOT = 'S'
               PERFORM RELATA-ARQUIVO-SUSPEITO
           ELSE
               OPEN I-O MENSALID-FILE
               IF WS-MENSALID-STATUS NOT = "00"
                   MOVE "ARQUIVO MENSALID NAO ENCONTRADO. NENHUM "
                       TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
                   MOVE "PAGAMENTO BAIXADO." TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
                   CLOSE MENSALID-FILE
               ELSE
                   PERFORM BAIXA-PAGAMENTOS
                   CLOSE MENSALID-FILE
                   PERFORM IMPRIME-TOTAIS
               END-IF
           END-IF

           CLOSE RELATORIO-FILE

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           DISPLAY "RELATORIO GRAVADO EM RELRETBCO."
           DISPLAY "BAIXADOS: " CNT-BAIXADOS
               "  SEM COBRANCA: " CNT-SEM-COBRANCA
               "  DUPLICADOS: " CNT-DUPLICADOS
               "  VALOR DIVERGENTE: " CNT-DIVERGENTES
               "  FALHAS: " CNT-FALHAS

           GOBACK.

      * ----------------------------------------------------------------
      * Primeira passada: le header, detalhes e trailer e confere a
      * quantidade e o total dos detalhes contra o trailer.
      * ----------------------------------------------------------------
       CONFERE-ARQUIVO.

           MOVE 'N' TO WRK-ARQUIVO-OK
           OPEN INPUT RETORNO-FILE
           IF WS-RETORNO-STATUS = "00"
               PERFORM UNTIL WS-RETORNO-STATUS = "10"
                   READ RETORNO-FILE INTO REG-RETORNO-VISAO
                       AT END
                           MOVE "10" TO WS-RETORNO-STATUS
                       NOT AT END
                           EVALUATE RV-TIPO
                               WHEN 'H'
                                   MOVE HV-DATA-GERACAO TO
                                       WRK-DATA-ARQUIVO
                                   MOVE 'S' TO WRK-TEM-HEADER
                               WHEN 'D'
                                   ADD 1 TO WRK-LIDOS-QTDE
                                   IF DV-VALOR-PAGO IS NUMERIC
                                       ADD DV-VALOR-PAGO TO
                                           WRK-LIDOS-TOTAL
                                   END-IF
                               WHEN 'T'
                                   MOVE TV-QTDE-DETALHES TO
                                       WRK-TRAILER-QTDE
                                   MOVE TV-TOTAL-PAGO TO
                                       WRK-TRAILER-TOTAL
                                   MOVE 'S' TO WRK-TEM-TRAILER
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE RETORNO-FILE
           END-IF
           MOVE "00" TO WS-RETORNO-STATUS

           IF WRK-TEM-TRAILER = 'S' AND
              WRK-LIDOS-QTDE = WRK-TRAILER-QTDE AND
              WRK-LIDOS-TOTAL = WRK-TRAILER-TOTAL
               MOVE 'S' TO WRK-ARQUIVO-OK
           END-IF.

      * ----------------------------------------------------------------
      * Arquivo sem trailer ou com totais divergentes: nada e baixado.
      * ----------------------------------------------------------------
       RELATA-ARQUIVO-SUSPEITO.

           IF WRK-TEM-TRAILER NOT = 'S'
               MOVE "RETBANCO SEM TRAILER. ARQUIVO INCOMPLETO." TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               MOVE WRK-TRAILER-TOTAL TO WRK-TOTAL-EDIT
               MOVE SPACES TO RELATORIO-LINHA
               STRING "TRAILER ANUNCIA " WRK-TRAILER-QTDE
                   " DETALHE(S) TOTALIZANDO " WRK-TOTAL-EDIT
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE WRK-LIDOS-TOTAL TO WRK-TOTAL-EDIT
               MOVE SPACES TO RELATORIO-LINHA
               STRING "LIDOS " WRK-LIDOS-QTDE
                   " DETALHE(S) TOTALIZANDO " WRK-TOTAL-EDIT
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "ARQUIVO SUSPEITO. NENHUM PAGAMENTO BAIXADO; PECA AO "
               TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "BANCO A RETRANSMISSAO DO RETORNO." TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Segunda passada: baixa cada detalhe contra a conta do aluno.
      * ----------------------------------------------------------------
       BAIXA-PAGAMENTOS.

           OPEN INPUT RETORNO-FILE
           PERFORM UNTIL WS-RETORNO-STATUS = "10"
               READ RETORNO-FILE INTO REG-RETORNO-VISAO
                   AT END
                       MOVE "10" TO WS-RETORNO-STATUS
                   NOT AT END
                       IF RV-TIPO = 'D'
                           PERFORM BAIXA-UM-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETORNO-FILE
           MOVE "00" TO WS-RETORNO-STATUS.

      * ----------------------------------------------------------------
      * Localiza a cobranca pelo nosso numero e classifica o detalhe:
      * sem cobranca, duplicado, ou baixado (com valor divergente ou
      * nao).
      * ----------------------------------------------------------------
       BAIXA-UM-PAGAMENTO.

           MOVE DV-NOSSO-NUMERO TO WRK-NOSSO-NUMERO
           ADD DV-VALOR-PAGO TO TOT-PROCESSADO
           MOVE DV-VALOR-PAGO TO WRK-VALOR-EDIT

           MOVE 'S' TO WRK-ACHOU
           MOVE WRK-NOSSO-NUMERO TO MN-CHAVE
           READ MENSALID-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
           END-READ
           IF WRK-ACHOU = 'S' AND MN-TIPO NOT = 'C'
               MOVE 'N' TO WRK-ACHOU
           END-IF

           IF WRK-ACHOU NOT = 'S'
               ADD 1 TO CNT-SEM-COBRANCA
               ADD DV-VALOR-PAGO TO TOT-SEM-COBRANCA
               MOVE SPACES TO RELATORIO-LINHA
               STRING "SEM COBRANCA: NOSSO NUMERO " WRK-NOSSO-NUMERO
                   " VALOR " WRK-VALOR-EDIT " PAGO EM " DV-DATA-PAGTO
                   " - NAO BAIXADO"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               PERFORM VERIFICA-DUPLICIDADE
               IF WRK-DUPLICADO = 'S'
                   ADD 1 TO CNT-DUPLICADOS
                   ADD DV-VALOR-PAGO TO TOT-DUPLICADO
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "DUPLICADO: NOSSO NUMERO " WRK-NOSSO-NUMERO
                       " VALOR " WRK-VALOR-EDIT " PAGO EM "
                       DV-DATA-PAGTO " - NAO BAIXADO"
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               ELSE
                   PERFORM LANCA-PAGAMENTO
                   IF WRK-BAIXOU = 'S'
                       MOVE WRK-NOSSO-NUMERO TO MN-CHAVE
                       READ MENSALID-FILE
                           INVALID KEY
                               MOVE 'N' TO WRK-BAIXOU
                               MOVE WS-MENSALID-STATUS TO
                                   WRK-STATUS-FALHA
                       END-READ
                       IF WRK-BAIXOU = 'S'
                           PERFORM ATUALIZA-COBRANCA
                       END-IF
                       IF WRK-BAIXOU = 'S'
                           ADD 1 TO CNT-BAIXADOS
                           ADD DV-VALOR-PAGO TO TOT-BAIXADO
                           PERFORM APONTA-DIVERGENCIA
                           PERFORM GRAVA-TRANSACAO
                       ELSE
                           PERFORM DESFAZ-PAGAMENTO
                           ADD 1 TO CNT-FALHAS
                           ADD DV-VALOR-PAGO TO TOT-FALHAS
                           MOVE SPACES TO RELATORIO-LINHA
                           STRING "FALHA NA ATUALIZACAO DA COBRANCA: "
                               "NOSSO NUMERO " WRK-NOSSO-NUMERO
                               " VALOR " WRK-VALOR-EDIT
                               " STATUS " WRK-STATUS-FALHA
                               " - NAO BAIXADO"
                               DELIMITED BY SIZE INTO RELATORIO-LINHA
                           WRITE RELATORIO-LINHA
                       END-IF
                   ELSE
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "FALHA NA GRAVACAO: NOSSO NUMERO "
                           WRK-NOSSO-NUMERO " VALOR " WRK-VALOR-EDIT
                           " STATUS " WS-MENSALID-STATUS
                           " - NAO BAIXADO"
                           DELIMITED BY SIZE INTO RELATORIO-LINHA
                       WRITE RELATORIO-LINHA
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Duplicidade: cobranca ja quitada, ou pagamento de mesmo valor e
      * data ja lancado para ela (reexecucao do mesmo retorno). Percorre
      * a conta da matricula e rele a cobranca no fim.
      * ----------------------------------------------------------------
       VERIFICA-DUPLICIDADE.

           MOVE 'N' TO WRK-DUPLICADO
           IF MN-SITUACAO = 'Q'
               MOVE 'S' TO WRK-DUPLICADO
           END-IF

           MOVE ZEROS TO WRK-ULTIMA-SEQ
           MOVE WRK-NOSSO-NUMERO TO WRK-REF-BUSCA
           MOVE NN-MATRICULA TO MN-MATRICULA
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
                       IF MN-MATRICULA NOT = NN-MATRICULA
                           MOVE "10" TO WS-MENSALID-STATUS
                       ELSE
                           MOVE MN-SEQUENCIA TO WRK-ULTIMA-SEQ
                           IF MN-TIPO = 'P' AND
                              MN-REF-COBRANCA = WRK-REF-BUSCA AND
                              MN-VALOR = DV-VALOR-PAGO AND
                              MN-VENCIMENTO = DV-DATA-PAGTO
                               MOVE 'S' TO WRK-DUPLICADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-MENSALID-STATUS

           MOVE WRK-NOSSO-NUMERO TO MN-CHAVE
           READ MENSALID-FILE
               INVALID KEY
                   MOVE 'S' TO WRK-DUPLICADO
           END-READ.

      * ----------------------------------------------------------------
      * Abate o valor pago do saldo da cobranca, quitando-a ao zerar.
      * Se a regravacao falhar, WRK-BAIXOU volta a 'N'.
      * ----------------------------------------------------------------
       ATUALIZA-COBRANCA.

           MOVE MN-SALDO TO WRK-SALDO-ANTES
           MOVE MN-SALDO TO WRK-SALDO-EDIT

           IF DV-VALOR-PAGO >= MN-SALDO
               MOVE ZEROS TO MN-SALDO
               MOVE 'Q' TO MN-SITUACAO
           ELSE
               SUBTRACT DV-VALOR-PAGO FROM MN-SALDO
           END-IF
           REWRITE MENSALID-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-MENSALID-STATUS NOT = "00"
               MOVE 'N' TO WRK-BAIXOU
               MOVE WS-MENSALID-STATUS TO WRK-STATUS-FALHA
           END-IF.

      * ----------------------------------------------------------------
      * Aponta a divergencia entre o pago e o saldo cobrado da
      * cobranca baixada.
      * ----------------------------------------------------------------
       APONTA-DIVERGENCIA.

           IF DV-VALOR-PAGO NOT = WRK-SALDO-ANTES
               ADD 1 TO CNT-DIVERGENTES
               MOVE SPACES TO RELATORIO-LINHA
               IF DV-VALOR-PAGO < WRK-SALDO-ANTES
                   COMPUTE WRK-DIFERENCA =
                       WRK-SALDO-ANTES - DV-VALOR-PAGO
                   MOVE WRK-DIFERENCA TO WRK-VALOR-EDIT
                   STRING "VALOR DIVERGENTE: NOSSO NUMERO "
                       WRK-NOSSO-NUMERO " COBRADO " WRK-SALDO-EDIT
                       " - BAIXADO A MENOR, RESTAM " WRK-VALOR-EDIT
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               ELSE
                   COMPUTE WRK-DIFERENCA =
                       DV-VALOR-PAGO - WRK-SALDO-ANTES
                   MOVE WRK-DIFERENCA TO WRK-VALOR-EDIT
                   STRING "VALOR DIVERGENTE: NOSSO NUMERO "
                       WRK-NOSSO-NUMERO " COBRADO " WRK-SALDO-EDIT
                       " - PAGO A MAIOR, EXCESSO " WRK-VALOR-EDIT
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-IF
               WRITE RELATORIO-LINHA
           END-IF.

      * ----------------------------------------------------------------
      * Cobranca que nao pode ser atualizada: retira da conta o
      * pagamento recem-lancado, para que a reexecucao do retorno nao
      * o tome por duplicado.
      * ----------------------------------------------------------------
       DESFAZ-PAGAMENTO.

           MOVE NN-MATRICULA   TO MN-MATRICULA
           MOVE WRK-ULTIMA-SEQ TO MN-SEQUENCIA
           DELETE MENSALID-FILE RECORD
               INVALID KEY
                   DISPLAY "FALHA AO DESFAZER PAGAMENTO DO NOSSO "
                       "NUMERO " WRK-REF-BUSCA ". STATUS "
                       WS-MENSALID-STATUS
           END-DELETE.

      * ----------------------------------------------------------------
      * Lanca o pagamento na conta, na sequencia seguinte a ultima; no
      * pagamento, MN-VENCIMENTO guarda a data em que foi pago. So o
      * pagamento gravado (WRK-BAIXOU = 'S') segue para a baixa da
      * cobranca; a falha vai para as excecoes.
      * ----------------------------------------------------------------
       LANCA-PAGAMENTO.

           MOVE MN-COMPETENCIA TO WRK-COMPETENCIA
           MOVE SPACES TO MENSALID-REC
           MOVE NN-MATRICULA     TO MN-MATRICULA
           ADD 1 TO WRK-ULTIMA-SEQ
           MOVE WRK-ULTIMA-SEQ   TO MN-SEQUENCIA
           MOVE 'P'              TO MN-TIPO
           MOVE WRK-COMPETENCIA  TO MN-COMPETENCIA
           MOVE DV-DATA-PAGTO    TO MN-VENCIMENTO
           MOVE ZEROS            TO MN-VALOR-BRUTO
           MOVE ZEROS            TO MN-DESCONTO
           MOVE DV-VALOR-PAGO    TO MN-VALOR
           MOVE '-'              TO MN-SINAL
           MOVE ZEROS            TO MN-SALDO
           MOVE WRK-REF-BUSCA    TO MN-REF-COBRANCA
           ACCEPT MN-DATA-MOVTO  FROM DATE YYYYMMDD
           MOVE WRK-OPERADOR     TO MN-OPERADOR
           MOVE "PAGAMENTO RETORNO BANCARIO" TO MN-HISTORICO

           MOVE 'N' TO WRK-BAIXOU
           WRITE MENSALID-REC
               INVALID KEY
                   DISPLAY "FALHA AO LANCAR PAGAMENTO DO NOSSO NUMERO "
                       WRK-REF-BUSCA ". STATUS " WS-MENSALID-STATUS
                   ADD 1 TO CNT-FALHAS
                   ADD DV-VALOR-PAGO TO TOT-FALHAS
               NOT INVALID KEY
                   MOVE 'S' TO WRK-BAIXOU
           END-WRITE.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG o pagamento baixado.
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
           MOVE 'PROG73'     TO TR-PROGRAMA
           STRING "PAGAMENTO BAIXADO NN " WRK-REF-BUSCA
               DELIMITED BY SIZE INTO TR-DESCRICAO
           MOVE NN-MATRICULA TO TR-MATRICULA

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

      * ----------------------------------------------------------------
      * Totais de controle do processamento contra o trailer do banco.
      * ----------------------------------------------------------------
       IMPRIME-TOTAIS.

           IF CNT-SEM-COBRANCA = 0 AND CNT-DUPLICADOS = 0 AND
              CNT-DIVERGENTES = 0 AND CNT-FALHAS = 0
               MOVE "RETORNO BAIXADO SEM EXCECOES." TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "TOTAIS DE CONTROLE" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE WRK-TRAILER-TOTAL TO WRK-TOTAL-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TRAILER DO BANCO.: " WRK-TRAILER-QTDE
               " DETALHE(S)  " WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE TOT-BAIXADO TO WRK-TOTAL-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "BAIXADOS.........: " CNT-BAIXADOS
               " DETALHE(S)  " WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE TOT-SEM-COBRANCA TO WRK-TOTAL-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "SEM COBRANCA.....: " CNT-SEM-COBRANCA
               " DETALHE(S)  " WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE TOT-DUPLICADO TO WRK-TOTAL-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "DUPLICADOS.......: " CNT-DUPLICADOS
               " DETALHE(S)  " WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE TOT-FALHAS TO WRK-TOTAL-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "FALHA NA GRAVACAO: " CNT-FALHAS
               " DETALHE(S)  " WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "DOS BAIXADOS, COM VALOR DIVERGENTE: "
               CNT-DIVERGENTES
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           IF TOT-PROCESSADO = WRK-TRAILER-TOTAL AND
              CNT-BAIXADOS + CNT-SEM-COBRANCA + CNT-DUPLICADOS +
                  CNT-FALHAS = WRK-TRAILER-QTDE
               MOVE "PROCESSAMENTO CONFERE COM O TRAILER DO BANCO." TO
                   RELATORIO-LINHA
           ELSE
               MOVE "ATENCAO: PROCESSAMENTO DIFERE DO TRAILER." TO
                   RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA.

       END PROGRAM PROG73.
