      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Conta do aluno (arquivo indexado MENSALID, layout
      *          MENSREC): extrato de uma matricula com o historico de
      *          cobrancas, pagamentos e ajustes na ordem do
      *          lancamento e o saldo corrido, e lancamento de ajuste
      *          manual (debito ou credito) pela tesouraria. O ajuste
      *          pode apontar a cobranca a que se refere (pelo nosso
      *          numero): o credito abate o saldo em aberto dela,
      *          quitando-a quando zera, e o debito o aumenta,
      *          reabrindo-a. Cada ajuste gera transacao no TRANSLOG.
      *          As cobrancas sao lancadas pelo faturamento mensal
      *          (PROG70). Exige sign-on (PROG15V); o ajuste exige
      *          perfil de correcao (C) ou fechamento (F).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG71); o
      *                 perfil padrao de qualquer letra mantem o acesso
      *                 de antes. O ajuste passa a exigir a funcao
      *                 PROG71-AJUSTE no lugar da letra C/F.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG71.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALID-FILE ASSIGN TO "MENSALID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE OF MENSALID-REC
               FILE STATUS IS WS-MENSALID-STATUS.

           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSALID-FILE.
       01  MENSALID-REC.
           COPY MENSREC.

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-MENSALID-STATUS   PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
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
       77 WRK-NOME             PIC X(30) VALUE SPACES.
       77 WRK-ULTIMA-SEQ       PIC 9(04) VALUE ZEROS.
       77 WRK-REF-COBRANCA     PIC 9(10) VALUE ZEROS.
       77 WRK-TIPO-AJUSTE      PIC X(01) VALUE SPACE.
       77 WRK-VALOR            PIC 9(05)V99 VALUE ZEROS.
       77 WRK-HISTORICO        PIC X(30) VALUE SPACES.
       77 WRK-COBRANCA-OK      PIC X VALUE 'N'.
       77 WRK-SALDO-CORRIDO    PIC S9(07)V99 VALUE ZEROS.
       77 WRK-EM-ABERTO        PIC 9(07)V99 VALUE ZEROS.
       77 CNT-LANCAMENTOS      PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-EDIT       PIC ZZZZ9.99.
       77 WRK-SALDO-EDIT       PIC -ZZZZZZ9.99.
       77 WRK-ABERTO-EDIT      PIC ZZZZZZ9.99.

      * Nosso numero do ajuste lancado (matricula + sequencia).
       01  WRK-NOSSO-NUMERO.
           05 NN-MATRICULA        PIC 9(06).
           05 NN-SEQUENCIA        PIC 9(04).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CONTA DO ALUNO (MENSALID)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG71" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG71. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           PERFORM PROCESSA-UMA-OPCAO
               UNTIL WRK-CONTINUA NOT = 'S' AND WRK-CONTINUA NOT = 's'

           GOBACK.

      * ----------------------------------------------------------------
      * Mostra o menu e executa a opcao escolhida.
      * ----------------------------------------------------------------
       PROCESSA-UMA-OPCAO.

           DISPLAY "-----------------------------------"
           DISPLAY "  E - EXTRATO DA CONTA"
           DISPLAY "  A - LANCAR AJUSTE"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'E'
               WHEN 'e'
                   PERFORM EXIBE-EXTRATO
               WHEN 'A'
               WHEN 'a'
                   MOVE "PROG71-AJUSTE" TO WRK-FUNCAO
                   CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL
                       WRK-FUNCAO WRK-PERMITIDO
                   END-CALL
                   IF WRK-PERMITIDO NOT = 'S'
                       DISPLAY "OPERADOR SEM ACESSO AO PROG71-AJUSTE. "
                           "AJUSTE NAO PERMITIDO."
                   ELSE
                       PERFORM LANCA-AJUSTE
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE

           DISPLAY "DESEJA CONTINUAR? (S/N)"
           ACCEPT WRK-CONTINUA.

      * ----------------------------------------------------------------
      * Pede e valida a matricula (digito via PROG10V) e busca o nome
      * no cadastro mestre ALUNCAD.
      * ----------------------------------------------------------------
       OBTEM-MATRICULA.

           MOVE 'N' TO WRK-MATRICULA-OK
           PERFORM UNTIL WRK-MATRICULA-OK = 'S'
               DISPLAY "MATRICULA DO ALUNO (6 DIGITOS):"
               ACCEPT WRK-MATRICULA

               CALL "PROG10V" USING WRK-MATRICULA WRK-DIGITO-VALIDO
               END-CALL

               IF WRK-DIGITO-VALIDO = 'S'
                   MOVE 'S' TO WRK-MATRICULA-OK
               ELSE
                   DISPLAY "MATRICULA INVALIDA (DIGITO VERIFICADOR "
                       "NAO CONFERE). REDIGITE."
               END-IF
           END-PERFORM

           MOVE 'N' TO WRK-ACHOU-CAD
           MOVE SPACES TO WRK-NOME
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE WRK-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHOU-CAD
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-CAD
                       MOVE AC-NOME TO WRK-NOME
               END-READ
               CLOSE ALUNO-CAD-FILE
           END-IF
           MOVE "00" TO WS-ALUNCAD-STATUS.

      * ----------------------------------------------------------------
      * Extrato: todos os lancamentos da matricula na ordem da
      * sequencia, com o saldo corrido e o total ainda em aberto nas
      * cobrancas.
      * ----------------------------------------------------------------
       EXIBE-EXTRATO.

           PERFORM OBTEM-MATRICULA
           MOVE ZEROS TO WRK-SALDO-CORRIDO
           MOVE ZEROS TO WRK-EM-ABERTO
           MOVE ZEROS TO CNT-LANCAMENTOS

           OPEN INPUT MENSALID-FILE
           IF WS-MENSALID-STATUS NOT = "00"
               DISPLAY "ARQUIVO MENSALID AINDA NAO EXISTE. RODE O "
                   "FATURAMENTO (PROG70)."
               CLOSE MENSALID-FILE
           ELSE
               DISPLAY "MATRICULA " WRK-MATRICULA " " WRK-NOME
               DISPLAY "NOSSO NUM. T COMPET VENCTO      VALOR  "
                   "SIT       SALDO HISTORICO"
               MOVE WRK-MATRICULA TO MN-MATRICULA
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
                           IF MN-MATRICULA NOT = WRK-MATRICULA
                               MOVE "10" TO WS-MENSALID-STATUS
                           ELSE
                               PERFORM EXIBE-UM-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENSALID-FILE

               IF CNT-LANCAMENTOS = 0
                   DISPLAY "  (NENHUM LANCAMENTO NA CONTA)"
               ELSE
                   MOVE WRK-SALDO-CORRIDO TO WRK-SALDO-EDIT
                   MOVE WRK-EM-ABERTO TO WRK-ABERTO-EDIT
                   DISPLAY "LANCAMENTOS: " CNT-LANCAMENTOS
                       "  SALDO DA CONTA: " WRK-SALDO-EDIT
                       "  EM ABERTO NAS COBRANCAS: " WRK-ABERTO-EDIT
               END-IF
           END-IF
           MOVE "00" TO WS-MENSALID-STATUS.

      * ----------------------------------------------------------------
      * Exibe o lancamento corrente e acumula o saldo corrido.
      * ----------------------------------------------------------------
       EXIBE-UM-LANCAMENTO.

           ADD 1 TO CNT-LANCAMENTOS
           IF MN-SINAL = '-'
               SUBTRACT MN-VALOR FROM WRK-SALDO-CORRIDO
           ELSE
               ADD MN-VALOR TO WRK-SALDO-CORRIDO
           END-IF
           IF MN-TIPO = 'C' AND MN-SITUACAO = 'A'
               ADD MN-SALDO TO WRK-EM-ABERTO
           END-IF

           MOVE MN-VALOR TO WRK-VALOR-EDIT
           MOVE WRK-SALDO-CORRIDO TO WRK-SALDO-EDIT
           DISPLAY MN-CHAVE " " MN-TIPO " " MN-COMPETENCIA " "
               MN-VENCIMENTO " " MN-SINAL WRK-VALOR-EDIT "  "
               MN-SITUACAO " " WRK-SALDO-EDIT " " MN-HISTORICO.

      * ----------------------------------------------------------------
      * Ajuste manual: debito (D) ou credito (C), opcionalmente
      * vinculado a uma cobranca da propria matricula.
      * ----------------------------------------------------------------
       LANCA-AJUSTE.

           PERFORM OBTEM-MATRICULA
           IF WRK-ACHOU-CAD NOT = 'S'
               DISPLAY "MATRICULA NAO CADASTRADA NO ALUNCAD."
           ELSE
               DISPLAY "TIPO DO AJUSTE (D = DEBITO, C = CREDITO):"
               ACCEPT WRK-TIPO-AJUSTE
               DISPLAY "VALOR (EX. 125.50):"
               ACCEPT WRK-VALOR
               DISPLAY "NOSSO NUMERO DA COBRANCA (ZEROS = NENHUMA):"
               ACCEPT WRK-REF-COBRANCA
               DISPLAY "HISTORICO DO AJUSTE:"
               ACCEPT WRK-HISTORICO

               IF (WRK-TIPO-AJUSTE NOT = 'D' AND
                   WRK-TIPO-AJUSTE NOT = 'C') OR
                  WRK-VALOR = 0 OR WRK-HISTORICO = SPACES
                   DISPLAY "TIPO D/C, VALOR E HISTORICO SAO "
                       "OBRIGATORIOS. AJUSTE NAO LANCADO."
               ELSE
                   PERFORM GRAVA-AJUSTE
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Atualiza a cobranca apontada (quando houver), lanca o ajuste
      * na sequencia seguinte da conta e grava a transacao.
      * ----------------------------------------------------------------
       GRAVA-AJUSTE.

           OPEN I-O MENSALID-FILE
           IF WS-MENSALID-STATUS NOT = "00"
               DISPLAY "ARQUIVO MENSALID AINDA NAO EXISTE. RODE O "
                   "FATURAMENTO (PROG70)."
               CLOSE MENSALID-FILE
           ELSE
               MOVE 'S' TO WRK-COBRANCA-OK
               IF WRK-REF-COBRANCA NOT = 0
                   PERFORM ATUALIZA-COBRANCA
               END-IF
               IF WRK-COBRANCA-OK = 'S'
                   PERFORM BUSCA-ULTIMA-SEQUENCIA
                   PERFORM GRAVA-LANCAMENTO-AJUSTE
                   PERFORM GRAVA-TRANSACAO
                   DISPLAY "AJUSTE LANCADO. NOSSO NUMERO "
                       WRK-NOSSO-NUMERO "."
               END-IF
               CLOSE MENSALID-FILE
           END-IF
           MOVE "00" TO WS-MENSALID-STATUS.

      * ----------------------------------------------------------------
      * Le a cobranca apontada e ajusta o saldo dela: o credito abate
      * (quitando ao zerar), o debito aumenta (reabrindo).
      * ----------------------------------------------------------------
       ATUALIZA-COBRANCA.

           MOVE WRK-REF-COBRANCA TO MN-CHAVE
           READ MENSALID-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-COBRANCA-OK
           END-READ

           IF WRK-COBRANCA-OK = 'S'
               IF MN-MATRICULA NOT = WRK-MATRICULA OR MN-TIPO NOT = 'C'
                   MOVE 'N' TO WRK-COBRANCA-OK
               END-IF
           END-IF

           IF WRK-COBRANCA-OK NOT = 'S'
               DISPLAY "NOSSO NUMERO " WRK-REF-COBRANCA " NAO E "
                   "COBRANCA DESTA MATRICULA. AJUSTE NAO LANCADO."
           ELSE
               IF WRK-TIPO-AJUSTE = 'C'
                   IF WRK-VALOR > MN-SALDO
                       DISPLAY "CREDITO MAIOR QUE O SALDO EM ABERTO DA "
                           "COBRANCA. AJUSTE NAO LANCADO."
                       MOVE 'N' TO WRK-COBRANCA-OK
                   ELSE
                       SUBTRACT WRK-VALOR FROM MN-SALDO
                   END-IF
               ELSE
                   ADD WRK-VALOR TO MN-SALDO
               END-IF
               IF WRK-COBRANCA-OK = 'S'
                   IF MN-SALDO = 0
                       MOVE 'Q' TO MN-SITUACAO
                   ELSE
                       MOVE 'A' TO MN-SITUACAO
                   END-IF
                   REWRITE MENSALID-REC
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Localiza a ultima sequencia da conta (START na matricula).
      * ----------------------------------------------------------------
       BUSCA-ULTIMA-SEQUENCIA.

           MOVE ZEROS TO WRK-ULTIMA-SEQ
           MOVE WRK-MATRICULA TO MN-MATRICULA
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
                       IF MN-MATRICULA NOT = WRK-MATRICULA
                           MOVE "10" TO WS-MENSALID-STATUS
                       ELSE
                           MOVE MN-SEQUENCIA TO WRK-ULTIMA-SEQ
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-MENSALID-STATUS.

      * ----------------------------------------------------------------
      * Grava o lancamento de ajuste na conta.
      * ----------------------------------------------------------------
       GRAVA-LANCAMENTO-AJUSTE.

           MOVE SPACES TO MENSALID-REC
           MOVE WRK-MATRICULA    TO MN-MATRICULA
           ADD 1 TO WRK-ULTIMA-SEQ
           MOVE WRK-ULTIMA-SEQ   TO MN-SEQUENCIA
           MOVE 'A'              TO MN-TIPO
           MOVE ZEROS            TO MN-VALOR-BRUTO
           MOVE ZEROS            TO MN-DESCONTO
           MOVE WRK-VALOR        TO MN-VALOR
           IF WRK-TIPO-AJUSTE = 'C'
               MOVE '-' TO MN-SINAL
           ELSE
               MOVE '+' TO MN-SINAL
           END-IF
           MOVE ZEROS            TO MN-SALDO
           MOVE WRK-REF-COBRANCA TO MN-REF-COBRANCA
           ACCEPT MN-DATA-MOVTO  FROM DATE YYYYMMDD
           MOVE MN-DATA-MOVTO    TO MN-VENCIMENTO
           MOVE WRK-OPERADOR     TO MN-OPERADOR
           MOVE WRK-HISTORICO    TO MN-HISTORICO

           WRITE MENSALID-REC
               INVALID KEY
                   DISPLAY "FALHA AO LANCAR O AJUSTE. STATUS "
                       WS-MENSALID-STATUS
           END-WRITE

           MOVE MN-MATRICULA TO NN-MATRICULA
           MOVE MN-SEQUENCIA TO NN-SEQUENCIA.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG o ajuste lancado.
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
           MOVE 'PROG71'     TO TR-PROGRAMA
           IF WRK-TIPO-AJUSTE = 'C'
               STRING "AJUSTE CREDITO NN " WRK-NOSSO-NUMERO
                   DELIMITED BY SIZE INTO TR-DESCRICAO
           ELSE
               STRING "AJUSTE DEBITO NN " WRK-NOSSO-NUMERO
                   DELIMITED BY SIZE INTO TR-DESCRICAO
           END-IF
           MOVE WRK-MATRICULA TO TR-MATRICULA

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG71.
