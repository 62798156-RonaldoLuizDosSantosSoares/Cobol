      *          ou fechamento (F).
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG46) no
      *                 lugar do teste da letra de perfil C/F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      *   15/10 - RLS - Nova opcao E - abandono: para matricula ativa
      *                 que conste da lista de revisao ABANDCAND do
      *                 PROG100, grava a acao E no SITMOV, poe a
      *                 situacao cadastral E (evadido) e suspende os
      *                 registros abertos como SUSPENSO ABAND, com o
      *                 mesmo processamento do trancamento; a
      *                 reabertura passa a aceitar tambem a matricula
      *                 evadida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG46.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT CANDIDATOS-FILE ASSIGN TO "ABANDCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-CAD-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       FD  CANDIDATOS-FILE.
       01  CANDIDATOS-REC.
           COPY ABANDREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-ALUNOS-STATUS     PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-SITMOV-STATUS     PIC X(02) VALUE "00".
       77 WS-NOTASHIST-STATUS  PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-CANDIDATOS-STATUS PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-CONTINUA         PIC X VALUE 'S'.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-ARQUIVO-VEZ      PIC X(09) VALUE SPACES.
       77 CNT-MARCADOS         PIC 9(05) VALUE ZEROS.
       77 WRK-DESCRICAO-LOG    PIC X(25) VALUE SPACES.
       77 WRK-NA-LISTA         PIC X(01) VALUE 'N'.

      * Faixa de aprovacao vigente, para a reclassificacao da
      * reabertura (PROG21V).
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "TRANCAMENTO / TRANSFERENCIA / ABANDONO / "
               "REABERTURA".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               GOBACK
           END-IF

           MOVE "PROG46" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG46. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF
           DISPLAY "-----------------------------------"
           DISPLAY "  T - TRANCAMENTO DE MATRICULA"
           DISPLAY "  R - TRANSFERENCIA"
           DISPLAY "  E - ABANDONO (LISTA DE REVISAO DO PROG100)"
           DISPLAY "  A - REABERTURA DE MATRICULA"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO
               WHEN 'r'
                   MOVE 'R' TO WRK-ACAO
                   PERFORM PROCESSA-AFASTAMENTO
               WHEN 'E'
               WHEN 'e'
                   MOVE 'E' TO WRK-ACAO
                   PERFORM PROCESSA-AFASTAMENTO
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WRK-ACAO
           END-READ.

      * ----------------------------------------------------------------
      * Trancamento, transferencia ou abandono: grava o SITMOV, muda a
      * situacao cadastral e suspende os registros dos periodos
      * abertos. O abandono so vale para matricula da lista de revisao
      * do PROG100.
      * ----------------------------------------------------------------
       PROCESSA-AFASTAMENTO.

               IF WRK-ACHOU-CAD NOT = 'S'
                   DISPLAY "MATRICULA NAO CADASTRADA."
               ELSE
                   MOVE 'S' TO WRK-NA-LISTA
                   IF WRK-ACAO = 'E'
                       PERFORM VERIFICA-LISTA-ABANDONO
                   END-IF
                   IF AC-SITUACAO-CAD NOT = 'A'
                       DISPLAY "MATRICULA COM SITUACAO "
                           AC-SITUACAO-CAD " (NAO ATIVA). SOMENTE "
                           "MATRICULA ATIVA E AFASTADA."
                   ELSE
                       IF WRK-NA-LISTA NOT = 'S'
                           DISPLAY "MATRICULA FORA DA LISTA DE "
                               "REVISAO DE ABANDONO (ABANDCAND). "
                               "RODE O PROG100."
                       ELSE
                           DISPLAY "DATA EFETIVA (AAAAMMDD):"
                           ACCEPT WRK-DATA-EFETIVA
                           MOVE WRK-ACAO TO AC-SITUACAO-CAD
                           REWRITE ALUNO-CAD-REC
                           PERFORM GRAVA-SITMOV
                           EVALUATE WRK-ACAO
                               WHEN 'T'
                                   MOVE "SUSPENSO TRANC" TO
                                       WRK-SITUACAO-NOVA
                                   MOVE "TRANCAMENTO" TO
                                       WRK-DESCRICAO-LOG
                               WHEN 'R'
                                   MOVE "SUSPENSO TRANSF" TO
                                       WRK-SITUACAO-NOVA
                                   MOVE "TRANSFERENCIA" TO
                                       WRK-DESCRICAO-LOG
                               WHEN OTHER
                                   MOVE "SUSPENSO ABAND" TO
                                       WRK-SITUACAO-NOVA
                                   MOVE "ABANDONO" TO WRK-DESCRICAO-LOG
                           END-EVALUATE
                           PERFORM GRAVA-TRANSACAO-MOVTO
                           PERFORM SUSPENDE-ALUNOS
                           PERFORM SUSPENDE-NOTASDISC
                           DISPLAY "MOVIMENTACAO REGISTRADA. "
                               CNT-MARCADOS " REGISTRO(S) DE NOTA "
                               "SUSPENSO(S)."
                       END-IF
                   END-IF
               END-IF
               CLOSE ALUNO-CAD-FILE
                   DISPLAY "MATRICULA NAO CADASTRADA."
               ELSE
                   IF AC-SITUACAO-CAD NOT = 'T' AND
                      AC-SITUACAO-CAD NOT = 'R' AND
                      AC-SITUACAO-CAD NOT = 'E'
                       DISPLAY "MATRICULA COM SITUACAO "
                           AC-SITUACAO-CAD ". SOMENTE TRANCADA, "
                           "TRANSFERIDA OU EVADIDA E REABERTA."
                   ELSE
                       DISPLAY "DATA EFETIVA (AAAAMMDD):"
                       ACCEPT WRK-DATA-EFETIVA
           END-IF
           MOVE "00" TO WS-ALUNCAD-STATUS.

      * ----------------------------------------------------------------
      * Confere se a matricula em afastamento consta da lista de
      * revisao de abandono ABANDCAND, gravada pelo PROG100.
      * ----------------------------------------------------------------
       VERIFICA-LISTA-ABANDONO.

           MOVE 'N' TO WRK-NA-LISTA
           MOVE "00" TO WS-CANDIDATOS-STATUS
           OPEN INPUT CANDIDATOS-FILE
           IF WS-CANDIDATOS-STATUS = "00"
               PERFORM UNTIL WS-CANDIDATOS-STATUS = "10"
                       OR WRK-NA-LISTA = 'S'
                   READ CANDIDATOS-FILE
                       AT END
                           MOVE "10" TO WS-CANDIDATOS-STATUS
                       NOT AT END
                           IF AB-MATRICULA = WRK-MATRICULA
                               MOVE 'S' TO WRK-NA-LISTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANDIDATOS-FILE
           END-IF
           MOVE "00" TO WS-CANDIDATOS-STATUS.

      * ----------------------------------------------------------------
      * Suspende os registros de ALUNOS da matricula nos periodos
      * ainda abertos.
