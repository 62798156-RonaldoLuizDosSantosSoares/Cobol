      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Manutencao das bolsas concedidas (arquivo BOLSAS,
      *          layout BOLSAREC): a comissao analisa o RELBOLSA do
      *          PROG47 e registra aqui, por matricula e periodo, o
      *          percentual de desconto concedido; o faturamento de
      *          mensalidades (PROG70) aplica o percentual sobre o
      *          bruto. Inclui (matricula validada pelo PROG10V e pelo
      *          ALUNCAD, percentual de 1 a 100), remove (via o
      *          intermediario BOLSAS.NEW, como nas demais tabelas
      *          sequenciais) e lista. Inclusao e remocao geram
      *          transacao no TRANSLOG. Exige sign-on (PROG15V) com
      *          perfil de correcao (C) ou fechamento (F).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG72) no
      *                 lugar do teste da letra de perfil C/F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG72.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLSAS-FILE ASSIGN TO "BOLSAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLSAS-STATUS.

           SELECT BOLSAS-NOVO-FILE ASSIGN TO "BOLSAS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLNOVO-STATUS.

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
       FD  BOLSAS-FILE.
       01  BOLSAS-REC.
           COPY BOLSAREC.

       FD  BOLSAS-NOVO-FILE.
       01  BOLSAS-NOVO-REC         PIC X(37).

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-BOLSAS-STATUS     PIC X(02) VALUE "00".
       77 WS-BOLNOVO-STATUS    PIC X(02) VALUE "00".
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
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-PERCENTUAL       PIC 9(03) VALUE ZEROS.
       77 WRK-JA-EXISTE        PIC X VALUE 'N'.
       77 WRK-REMOVIDA         PIC X VALUE 'N'.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 CNT-LINHAS           PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "BOLSAS CONCEDIDAS (BOLSAS)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG72" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG72. "
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
           DISPLAY "  I - CONCEDER BOLSA"
           DISPLAY "  R - REMOVER BOLSA"
           DISPLAY "  L - LISTAR BOLSAS DE UM PERIODO"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM INCLUI-BOLSA
               WHEN 'R'
               WHEN 'r'
                   PERFORM REMOVE-BOLSA
               WHEN 'L'
               WHEN 'l'
                   PERFORM LISTA-BOLSAS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE

           DISPLAY "DESEJA CONTINUAR A MANUTENCAO? (S/N)"
           ACCEPT WRK-CONTINUA.

      * ----------------------------------------------------------------
      * Pede e valida a matricula (digito via PROG10V e leitura no
      * cadastro mestre ALUNCAD).
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
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE WRK-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHOU-CAD
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-CAD
               END-READ
               CLOSE ALUNO-CAD-FILE
           END-IF
           MOVE "00" TO WS-ALUNCAD-STATUS.

      * ----------------------------------------------------------------
      * Concede a bolsa: uma linha por matricula e periodo.
      * ----------------------------------------------------------------
       INCLUI-BOLSA.

           PERFORM OBTEM-MATRICULA
           DISPLAY "PERIODO LETIVO (EX. 2026-1):"
           ACCEPT WRK-PERIODO
           DISPLAY "PERCENTUAL DE DESCONTO (1 A 100):"
           ACCEPT WRK-PERCENTUAL

           IF WRK-ACHOU-CAD NOT = 'S'
               DISPLAY "MATRICULA NAO CADASTRADA NO ALUNCAD."
           ELSE
               IF WRK-PERIODO = SPACES OR WRK-PERCENTUAL = 0 OR
                  WRK-PERCENTUAL > 100
                   DISPLAY "PERIODO E PERCENTUAL DE 1 A 100 SAO "
                       "OBRIGATORIOS."
               ELSE
                   PERFORM VERIFICA-EXISTENTE
                   IF WRK-JA-EXISTE = 'S'
                       DISPLAY "MATRICULA JA TEM BOLSA NO PERIODO. "
                           "REMOVA-A ANTES DE CONCEDER OUTRA."
                   ELSE
                       OPEN EXTEND BOLSAS-FILE
                       IF WS-BOLSAS-STATUS NOT = "00"
                           CLOSE BOLSAS-FILE
                           OPEN OUTPUT BOLSAS-FILE
                       END-IF
                       MOVE SPACES         TO BOLSAS-REC
                       MOVE WRK-MATRICULA  TO BL-MATRICULA
                       MOVE WRK-PERIODO    TO BL-PERIODO
                       MOVE WRK-PERCENTUAL TO BL-PERCENTUAL
                       ACCEPT BL-DATA      FROM DATE YYYYMMDD
                       MOVE WRK-OPERADOR   TO BL-OPERADOR
                       WRITE BOLSAS-REC
                       CLOSE BOLSAS-FILE
                       MOVE "00" TO WS-BOLSAS-STATUS
                       MOVE SPACES TO WRK-DESCRICAO-LOG
                       STRING "BOLSA CONCEDIDA " WRK-PERCENTUAL "%"
                           DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                       PERFORM GRAVA-TRANSACAO
                       DISPLAY "BOLSA CONCEDIDA."
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Verifica se ja ha bolsa da matricula no periodo.
      * ----------------------------------------------------------------
       VERIFICA-EXISTENTE.

           MOVE 'N' TO WRK-JA-EXISTE

           OPEN INPUT BOLSAS-FILE
           IF WS-BOLSAS-STATUS = "00"
               PERFORM UNTIL WS-BOLSAS-STATUS = "10"
                   READ BOLSAS-FILE
                       AT END
                           MOVE "10" TO WS-BOLSAS-STATUS
                       NOT AT END
                           IF BL-MATRICULA = WRK-MATRICULA AND
                              BL-PERIODO = WRK-PERIODO
                               MOVE 'S' TO WRK-JA-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOLSAS-FILE
           END-IF
           MOVE "00" TO WS-BOLSAS-STATUS.

      * ----------------------------------------------------------------
      * Remove a bolsa da matricula no periodo, via o intermediario
      * BOLSAS.NEW.
      * ----------------------------------------------------------------
       REMOVE-BOLSA.

           PERFORM OBTEM-MATRICULA
           DISPLAY "PERIODO LETIVO DA BOLSA A REMOVER:"
           ACCEPT WRK-PERIODO
           MOVE 'N' TO WRK-REMOVIDA

           OPEN INPUT BOLSAS-FILE
           IF WS-BOLSAS-STATUS NOT = "00"
               DISPLAY "ARQUIVO BOLSAS AINDA NAO EXISTE."
           ELSE
               OPEN OUTPUT BOLSAS-NOVO-FILE
               PERFORM COPIA-OUTRAS-BOLSAS
                   UNTIL WS-BOLSAS-STATUS = "10"
               CLOSE BOLSAS-FILE
               CLOSE BOLSAS-NOVO-FILE

               IF WRK-REMOVIDA = 'S'
                   PERFORM COPIA-NOVO-PARA-BOLSAS
                   MOVE "BOLSA REMOVIDA" TO WRK-DESCRICAO-LOG
                   PERFORM GRAVA-TRANSACAO
                   DISPLAY "BOLSA REMOVIDA."
               ELSE
                   DISPLAY "MATRICULA SEM BOLSA NO PERIODO."
               END-IF
           END-IF
           MOVE "00" TO WS-BOLSAS-STATUS.

      * ----------------------------------------------------------------
      * Copia uma linha para o intermediario, menos a removida.
      * ----------------------------------------------------------------
       COPIA-OUTRAS-BOLSAS.

           READ BOLSAS-FILE
               AT END
                   MOVE "10" TO WS-BOLSAS-STATUS
               NOT AT END
                   IF BL-MATRICULA = WRK-MATRICULA AND
                      BL-PERIODO = WRK-PERIODO
                       MOVE 'S' TO WRK-REMOVIDA
                   ELSE
                       MOVE BOLSAS-REC TO BOLSAS-NOVO-REC
                       WRITE BOLSAS-NOVO-REC
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Copia o intermediario BOLSAS.NEW de volta para o BOLSAS.
      * ----------------------------------------------------------------
       COPIA-NOVO-PARA-BOLSAS.

           MOVE "00" TO WS-BOLNOVO-STATUS
           OPEN INPUT BOLSAS-NOVO-FILE
           OPEN OUTPUT BOLSAS-FILE
           PERFORM COPIA-UMA-LINHA
               UNTIL WS-BOLNOVO-STATUS = "10"
           CLOSE BOLSAS-NOVO-FILE
           CLOSE BOLSAS-FILE.

      * ----------------------------------------------------------------
      * Copia uma linha do intermediario para o BOLSAS.
      * ----------------------------------------------------------------
       COPIA-UMA-LINHA.

           READ BOLSAS-NOVO-FILE
               AT END
                   MOVE "10" TO WS-BOLNOVO-STATUS
               NOT AT END
                   MOVE BOLSAS-NOVO-REC TO BOLSAS-REC
                   WRITE BOLSAS-REC
           END-READ.

      * ----------------------------------------------------------------
      * Lista as bolsas concedidas no periodo informado.
      * ----------------------------------------------------------------
       LISTA-BOLSAS.

           DISPLAY "PERIODO LETIVO (EX. 2026-1):"
           ACCEPT WRK-PERIODO
           MOVE ZEROS TO CNT-LINHAS

           OPEN INPUT BOLSAS-FILE
           IF WS-BOLSAS-STATUS NOT = "00"
               DISPLAY "ARQUIVO BOLSAS AINDA NAO EXISTE."
           ELSE
               DISPLAY "MATRICULA / PERCENTUAL / DATA / OPERADOR:"
               PERFORM UNTIL WS-BOLSAS-STATUS = "10"
                   READ BOLSAS-FILE
                       AT END
                           MOVE "10" TO WS-BOLSAS-STATUS
                       NOT AT END
                           IF BL-PERIODO = WRK-PERIODO
                               ADD 1 TO CNT-LINHAS
                               DISPLAY "  " BL-MATRICULA " "
                                   BL-PERCENTUAL "% " BL-DATA " "
                                   BL-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOLSAS-FILE
               DISPLAY "TOTAL DE BOLSAS NO PERIODO: " CNT-LINHAS
           END-IF
           MOVE "00" TO WS-BOLSAS-STATUS.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a concessao ou remocao.
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
           MOVE 'PROG72'          TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE WRK-MATRICULA     TO TR-MATRICULA
           MOVE WRK-PERIODO       TO TR-PERIODO

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG72.
