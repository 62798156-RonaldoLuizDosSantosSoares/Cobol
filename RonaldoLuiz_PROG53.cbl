      *          em sala nenhuma. Saida em RELALOCA.
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Segundo campus: a turma passa a ser contada por
      *                 unidade e turma (unidade do aluno, PROG99A) e so
      *                 e alocada em sala da sua propria unidade
      *                 (COMODO-UNIDADE, branco = SEDE); o relatorio
      *                 mostra a unidade das salas e das turmas.
      *   15/10 - RLS - Sala com ordem de servico interditada e nao
      *                 fechada (ORDSERV, PROG107V) fica fora da
      *                 alocacao; o relatorio informa quantas salas
      *                 foram deixadas de fora.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG53.
           05 COMODO-NOME         PIC X(15).
           05 COMODO-LARGURA      PIC 9(03).
           05 COMODO-ALTURA       PIC 9(03).
           05 COMODO-UNIDADE      PIC X(04).

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-COMODOS-STATUS    PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-AREA             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-AREA-EDIT        PIC Z(05)9.99.
       77 CNT-SEM-SALA         PIC 9(02) VALUE ZEROS.
       77 WRK-UNIDADE          PIC X(04) VALUE SPACES.
       77 WRK-INTERDITADA      PIC X(01) VALUE 'N'.
       77 CNT-INTERDITADAS     PIC 9(02) VALUE ZEROS.

      * Salas derivadas dos COMODOS (ate 30): unidade, area,
      * capacidade e a turma alocada.
       01  TABELA-SALAS.
           05 TS-ENTRADA OCCURS 30 TIMES.
              10 TS-UNIDADE       PIC X(04).
              10 TS-NOME          PIC X(15).
              10 TS-AREA          PIC 9(06)V99.
              10 TS-CAPACIDADE    PIC 9(04).
              10 TS-TURMA-ALOCADA PIC X(10).

       01  TS-TEMPORARIO.
           05 TSW-UNIDADE         PIC X(04).
           05 TSW-NOME            PIC X(15).
           05 TSW-AREA            PIC 9(06)V99.
           05 TSW-CAPACIDADE      PIC 9(04).
           05 TSW-TURMA-ALOCADA   PIC X(10).

      * Turmas com alunos ativos (ate 30), por unidade: quantidade e
      * sala proposta.
       01  TABELA-TURMAS.
           05 TT-ENTRADA OCCURS 30 TIMES.
              10 TT-UNIDADE       PIC X(04).
              10 TT-TURMA         PIC X(10).
              10 TT-ALUNOS        PIC 9(04).
              10 TT-SALA          PIC X(15).

       01  TT-TEMPORARIO.
           05 TTW-UNIDADE         PIC X(04).
           05 TTW-TURMA           PIC X(10).
           05 TTW-ALUNOS          PIC 9(04).
           05 TTW-SALA            PIC X(15).
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "ALOCACAO DE TURMAS EM SALAS (RELALOCA)".
           DISPLAY "===================================".
           PERFORM PROPOE-ALOCACAO

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM IMPRIME-RELATORIO
           CLOSE RELATORIO-FILE


      * ----------------------------------------------------------------
      * Carrega os COMODOS como salas, derivando a capacidade pela
      * area e pela metragem por aluno. Comodo sem unidade e da SEDE.
      * Sala interditada por ordem de servico (PROG107V) nao entra.
      * ----------------------------------------------------------------
       CARREGA-SALAS.

                       AT END
                           MOVE "10" TO WS-COMODOS-STATUS
                       NOT AT END
                           CALL "PROG107V" USING COMODO-NOME
                               WRK-INTERDITADA
                           END-CALL
                           IF WRK-INTERDITADA = 'S'
                               ADD 1 TO CNT-INTERDITADAS
                               DISPLAY "SALA " COMODO-NOME
                                   " INTERDITADA (ORDEM DE SERVICO). "
                                   "FORA DA ALOCACAO."
                           ELSE
                               PERFORM INCLUI-SALA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMODOS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Inclui o comodo lido na tabela de salas.
      * ----------------------------------------------------------------
       INCLUI-SALA.

           ADD 1 TO QTD-SALAS
           MOVE COMODO-NOME TO TS-NOME (QTD-SALAS)
           IF COMODO-UNIDADE = SPACES
               MOVE "SEDE" TO COMODO-UNIDADE
           END-IF
           MOVE COMODO-UNIDADE TO TS-UNIDADE (QTD-SALAS)
           COMPUTE WRK-AREA = COMODO-LARGURA * COMODO-ALTURA
           MOVE WRK-AREA TO TS-AREA (QTD-SALAS)
           COMPUTE TS-CAPACIDADE (QTD-SALAS) =
               WRK-AREA / WRK-M2-ALUNO
           MOVE SPACES TO TS-TURMA-ALOCADA (QTD-SALAS).

      * ----------------------------------------------------------------
      * Conta os alunos ativos do ALUNCAD por turma.
      * ----------------------------------------------------------------
           END-IF.

      * ----------------------------------------------------------------
      * Localiza (ou cria) a turma do aluno corrente, na unidade do
      * aluno, e soma.
      * ----------------------------------------------------------------
       SOMA-NA-TURMA.

           CALL "PROG99A" USING AC-MATRICULA WRK-UNIDADE
           END-CALL

           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING IND-TURMA FROM 1 BY 1
                   UNTIL IND-TURMA > QTD-TURMAS OR WRK-ACHOU = 'S'
               IF TT-UNIDADE (IND-TURMA) = WRK-UNIDADE AND
                  TT-TURMA (IND-TURMA) = AC-TURMA
                   MOVE 'S' TO WRK-ACHOU
                   ADD 1 TO TT-ALUNOS (IND-TURMA)
               END-IF

           IF WRK-ACHOU NOT = 'S' AND QTD-TURMAS < 30
               ADD 1 TO QTD-TURMAS
               MOVE WRK-UNIDADE TO TT-UNIDADE (QTD-TURMAS)
               MOVE AC-TURMA TO TT-TURMA (QTD-TURMAS)
               MOVE 1 TO TT-ALUNOS (QTD-TURMAS)
               MOVE SPACES TO TT-SALA (QTD-TURMAS)

      * ----------------------------------------------------------------
      * Propoe a alocacao: a maior turma vai para a maior sala livre
      * da sua unidade que a comporte; a turma sem sala que a comporte
      * sai marcada.
      * ----------------------------------------------------------------
       PROPOE-ALOCACAO.

               PERFORM VARYING IND-SALA FROM 1 BY 1
                       UNTIL IND-SALA > QTD-SALAS OR WRK-ACHOU = 'S'
                   IF TS-TURMA-ALOCADA (IND-SALA) = SPACES AND
                      TS-UNIDADE (IND-SALA) = TT-UNIDADE (IND-TURMA)
                      AND TS-CAPACIDADE (IND-SALA) >=
                          TT-ALUNOS (IND-TURMA)
                       MOVE 'S' TO WRK-ACHOU
                       MOVE TT-TURMA (IND-TURMA) TO
                   UNTIL IND-SALA > QTD-SALAS
               MOVE TS-AREA (IND-SALA) TO WRK-AREA-EDIT
               MOVE SPACES TO RELATORIO-LINHA
               STRING "  " TS-UNIDADE (IND-SALA)
                   " " TS-NOME (IND-SALA)
                   " AREA " WRK-AREA-EDIT
                   " CAPACIDADE " TS-CAPACIDADE (IND-SALA)
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-PERFORM
           IF CNT-INTERDITADAS > 0
               MOVE SPACES TO RELATORIO-LINHA
               STRING "  SALAS INTERDITADAS FORA DA ALOCACAO "
                   "(ORDSERV): " CNT-INTERDITADAS
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
                   UNTIL IND-TURMA > QTD-TURMAS
               MOVE SPACES TO RELATORIO-LINHA
               IF TT-SALA (IND-TURMA) NOT = SPACES
                   STRING "  " TT-UNIDADE (IND-TURMA)
                       " TURMA " TT-TURMA (IND-TURMA)
                       " (" TT-ALUNOS (IND-TURMA)
                       " ALUNOS) -> " TT-SALA (IND-TURMA)
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               ELSE
                   STRING "  " TT-UNIDADE (IND-TURMA)
                       " TURMA " TT-TURMA (IND-TURMA)
                       " (" TT-ALUNOS (IND-TURMA)
                       " ALUNOS) *** SEM SALA QUE A COMPORTE ***"
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
