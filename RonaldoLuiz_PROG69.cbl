      *          movimentados. Saida em RELCENSO.
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Segundo campus: os quadros passam a sair por
      *                 unidade (unidade do aluno, PROG99A) - o quadro
      *                 da unidade (ate 20) e, dentro dela, os quadros
      *                 por curso e por turma; curso e turma passam a
      *                 ser contados por unidade.
      *   15/10 - RLS - Abandono (acao E do SITMOV, confirmada no PROG46
      *                 a partir da lista do PROG100) entra como saida:
      *                 coluna propria nos quadros, subtraida no
      *                 fechamento, e conta como saida anterior na
      *                 abertura.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG69.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-CALENDARIO-STATUS PIC X(02) VALUE "00".
       77 WS-SITMOV-STATUS     PIC X(02) VALUE "00".
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-CURSO            PIC X(20) VALUE SPACES.
       77 WRK-TURMA            PIC X(10) VALUE SPACES.
       77 WRK-UNIDADE          PIC X(04) VALUE SPACES.
       77 WRK-NOME-UNIDADE     PIC X(30) VALUE SPACES.
       77 WRK-SITUACAO-UNIDADE PIC X(01) VALUE SPACE.
       77 WRK-ACHOU-UNIDADE    PIC X(01) VALUE 'N'.
       77 QTD-UNIDADES         PIC 9(02) VALUE ZEROS.
       77 IND-UNIDADE          PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-CAD        PIC X VALUE 'N'.
       77 WRK-SAIU-ANTES       PIC X VALUE 'N'.
       77 WRK-ULTIMA-ACAO      PIC X(01) VALUE SPACE.
       77 WRK-FECHAMENTO       PIC S9(05) VALUE ZEROS.
       77 WRK-FECHA-EDIT       PIC -(04)9.

      * Quadro por unidade (ate 20): abertura, movimentos e
      * fechamento.
       01  TABELA-UNIDADES.
           05 TU-ENTRADA OCCURS 20 TIMES.
              10 TU-UNIDADE       PIC X(04).
              10 TU-ABERTURA      PIC 9(05).
              10 TU-INGRESSOS     PIC 9(05).
              10 TU-TRANCAMENTOS  PIC 9(05).
              10 TU-TRANSFER      PIC 9(05).
              10 TU-REABERTURAS   PIC 9(05).
              10 TU-DESLIGAMENTOS PIC 9(05).
              10 TU-ABANDONOS    PIC 9(05).

      * Quadro por curso dentro da unidade (ate 20): abertura,
      * movimentos e fechamento.
       01  TABELA-CURSOS.
           05 TC-ENTRADA OCCURS 20 TIMES.
              10 TC-UNIDADE       PIC X(04).
              10 TC-CURSO         PIC X(20).
              10 TC-ABERTURA      PIC 9(05).
              10 TC-INGRESSOS     PIC 9(05).
              10 TC-TRANSFER      PIC 9(05).
              10 TC-REABERTURAS   PIC 9(05).
              10 TC-DESLIGAMENTOS PIC 9(05).
              10 TC-ABANDONOS    PIC 9(05).

      * Quadro por turma dentro da unidade (ate 30).
       01  TABELA-TURMAS.
           05 TT-ENTRADA OCCURS 30 TIMES.
              10 TT-UNIDADE       PIC X(04).
              10 TT-TURMA         PIC X(10).
              10 TT-ABERTURA      PIC 9(05).
              10 TT-INGRESSOS     PIC 9(05).
              10 TT-TRANSFER      PIC 9(05).
              10 TT-REABERTURAS   PIC 9(05).
              10 TT-DESLIGAMENTOS PIC 9(05).
              10 TT-ABANDONOS    PIC 9(05).

      * Anexo de detalhe dos alunos movimentados (ate 200 linhas).
       01  TABELA-ANEXO.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CENSO DE MATRICULAS (RELCENSO)".
           DISPLAY "===================================".
           PERFORM APURA-DESLIGAMENTOS

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM IMPRIME-RELATORIO
           CLOSE RELATORIO-FILE

      * ----------------------------------------------------------------
      * Confere se o aluno corrente ja havia saido antes do inicio do
      * intervalo: vale a ultima movimentacao do SITMOV anterior ao
      * inicio (T/R/E = fora, A = dentro) e a desativacao do PROG12 no
      * TRANSLOG anterior ao inicio.
      * ----------------------------------------------------------------
       VERIFICA-SAIDA-ANTERIOR.
               CLOSE SITMOV-FILE
           END-IF

           IF WRK-ULTIMA-ACAO = 'T' OR WRK-ULTIMA-ACAO = 'R' OR
              WRK-ULTIMA-ACAO = 'E'
               MOVE 'S' TO WRK-SAIU-ANTES
           END-IF

           END-IF.

      * ----------------------------------------------------------------
      * Varre o SITMOV apurando trancamentos, transferencias,
      * abandonos e reaberturas com data efetiva dentro do intervalo.
      * ----------------------------------------------------------------
       APURA-MOVIMENTOS-SITMOV.

                                       WHEN 'R'
                                           MOVE "TRANSFERENCIA" TO
                                               WRK-ROTULO
                                       WHEN 'E'
                                           MOVE "ABANDONO" TO
                                               WRK-ROTULO
                                       WHEN OTHER
                                           MOVE "REABERTURA" TO
                                               WRK-ROTULO

      * ----------------------------------------------------------------
      * Soma o movimento corrente (WRK-TIPO-MOVTO: B = abertura,
      * I = ingresso, T/R/E/A = SITMOV, D = desligamento) nos quadros
      * da unidade, do curso e da turma do aluno.
      * ----------------------------------------------------------------
       SOMA-NOS-QUADROS.

           CALL "PROG99A" USING WRK-MATRICULA WRK-UNIDADE
           END-CALL

           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING IND-UNIDADE FROM 1 BY 1
                   UNTIL IND-UNIDADE > QTD-UNIDADES OR WRK-ACHOU = 'S'
               IF TU-UNIDADE (IND-UNIDADE) = WRK-UNIDADE
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM
           IF WRK-ACHOU NOT = 'S' AND QTD-UNIDADES < 20
               ADD 1 TO QTD-UNIDADES
               MOVE QTD-UNIDADES TO IND-UNIDADE
               MOVE WRK-UNIDADE TO TU-UNIDADE (IND-UNIDADE)
               MOVE ZEROS TO TU-ABERTURA (IND-UNIDADE)
               MOVE ZEROS TO TU-INGRESSOS (IND-UNIDADE)
               MOVE ZEROS TO TU-TRANCAMENTOS (IND-UNIDADE)
               MOVE ZEROS TO TU-TRANSFER (IND-UNIDADE)
               MOVE ZEROS TO TU-REABERTURAS (IND-UNIDADE)
               MOVE ZEROS TO TU-DESLIGAMENTOS (IND-UNIDADE)
               MOVE ZEROS TO TU-ABANDONOS (IND-UNIDADE)
               MOVE 'S' TO WRK-ACHOU
           ELSE
               SUBTRACT 1 FROM IND-UNIDADE
           END-IF
           IF WRK-ACHOU = 'S'
               PERFORM SOMA-NA-UNIDADE
           END-IF

           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING IND-CURSO FROM 1 BY 1
                   UNTIL IND-CURSO > QTD-CURSOS OR WRK-ACHOU = 'S'
               IF TC-UNIDADE (IND-CURSO) = WRK-UNIDADE AND
                  TC-CURSO (IND-CURSO) = WRK-CURSO
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM
           IF WRK-ACHOU NOT = 'S' AND QTD-CURSOS < 20
               ADD 1 TO QTD-CURSOS
               MOVE QTD-CURSOS TO IND-CURSO
               MOVE WRK-UNIDADE TO TC-UNIDADE (IND-CURSO)
               MOVE WRK-CURSO TO TC-CURSO (IND-CURSO)
               MOVE ZEROS TO TC-ABERTURA (IND-CURSO)
               MOVE ZEROS TO TC-INGRESSOS (IND-CURSO)
               MOVE ZEROS TO TC-TRANSFER (IND-CURSO)
               MOVE ZEROS TO TC-REABERTURAS (IND-CURSO)
               MOVE ZEROS TO TC-DESLIGAMENTOS (IND-CURSO)
               MOVE ZEROS TO TC-ABANDONOS (IND-CURSO)
               MOVE 'S' TO WRK-ACHOU
           ELSE
               SUBTRACT 1 FROM IND-CURSO
           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING IND-TURMA FROM 1 BY 1
                   UNTIL IND-TURMA > QTD-TURMAS OR WRK-ACHOU = 'S'
               IF TT-UNIDADE (IND-TURMA) = WRK-UNIDADE AND
                  TT-TURMA (IND-TURMA) = WRK-TURMA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM
           IF WRK-ACHOU NOT = 'S' AND QTD-TURMAS < 30
               ADD 1 TO QTD-TURMAS
               MOVE QTD-TURMAS TO IND-TURMA
               MOVE WRK-UNIDADE TO TT-UNIDADE (IND-TURMA)
               MOVE WRK-TURMA TO TT-TURMA (IND-TURMA)
               MOVE ZEROS TO TT-ABERTURA (IND-TURMA)
               MOVE ZEROS TO TT-INGRESSOS (IND-TURMA)
               MOVE ZEROS TO TT-TRANSFER (IND-TURMA)
               MOVE ZEROS TO TT-REABERTURAS (IND-TURMA)
               MOVE ZEROS TO TT-DESLIGAMENTOS (IND-TURMA)
               MOVE ZEROS TO TT-ABANDONOS (IND-TURMA)
               MOVE 'S' TO WRK-ACHOU
           ELSE
               SUBTRACT 1 FROM IND-TURMA
               PERFORM SOMA-NA-TURMA
           END-IF.

      * ----------------------------------------------------------------
      * Soma o movimento corrente no quadro da unidade IND-UNIDADE.
      * ----------------------------------------------------------------
       SOMA-NA-UNIDADE.

           EVALUATE WRK-TIPO-MOVTO
               WHEN 'B'
                   ADD 1 TO TU-ABERTURA (IND-UNIDADE)
               WHEN 'I'
                   ADD 1 TO TU-INGRESSOS (IND-UNIDADE)
               WHEN 'T'
                   ADD 1 TO TU-TRANCAMENTOS (IND-UNIDADE)
               WHEN 'R'
                   ADD 1 TO TU-TRANSFER (IND-UNIDADE)
               WHEN 'E'
                   ADD 1 TO TU-ABANDONOS (IND-UNIDADE)
               WHEN 'A'
                   ADD 1 TO TU-REABERTURAS (IND-UNIDADE)
               WHEN OTHER
                   ADD 1 TO TU-DESLIGAMENTOS (IND-UNIDADE)
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Soma o movimento corrente no quadro do curso IND-CURSO.
      * ----------------------------------------------------------------
                   ADD 1 TO TC-TRANCAMENTOS (IND-CURSO)
               WHEN 'R'
                   ADD 1 TO TC-TRANSFER (IND-CURSO)
               WHEN 'E'
                   ADD 1 TO TC-ABANDONOS (IND-CURSO)
               WHEN 'A'
                   ADD 1 TO TC-REABERTURAS (IND-CURSO)
               WHEN OTHER
                   ADD 1 TO TT-TRANCAMENTOS (IND-TURMA)
               WHEN 'R'
                   ADD 1 TO TT-TRANSFER (IND-TURMA)
               WHEN 'E'
                   ADD 1 TO TT-ABANDONOS (IND-TURMA)
               WHEN 'A'
                   ADD 1 TO TT-REABERTURAS (IND-TURMA)
               WHEN OTHER
           END-IF.

      * ----------------------------------------------------------------
      * Imprime, unidade a unidade, o quadro da unidade e os quadros
      * por curso e por turma dela, e o anexo de detalhe.
      * ----------------------------------------------------------------
       IMPRIME-RELATORIO.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           PERFORM IMPRIME-UMA-UNIDADE
               VARYING IND-UNIDADE FROM 1 BY 1
               UNTIL IND-UNIDADE > QTD-UNIDADES
           IF QTD-UNIDADES = 0
               MOVE "  (NENHUM ALUNO NO CADASTRO)" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "ANEXO - ALUNOS MOVIMENTADOS NO INTERVALO:" TO
               WRITE RELATORIO-LINHA
           END-IF.

      * ----------------------------------------------------------------
      * Imprime o quadro da unidade IND-UNIDADE e os quadros por curso
      * e por turma dela.
      * ----------------------------------------------------------------
       IMPRIME-UMA-UNIDADE.

           CALL "PROG99V" USING TU-UNIDADE (IND-UNIDADE)
               WRK-NOME-UNIDADE WRK-SITUACAO-UNIDADE WRK-ACHOU-UNIDADE
           END-CALL

           MOVE "==========================================" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "UNIDADE: " TU-UNIDADE (IND-UNIDADE) " - "
               WRK-NOME-UNIDADE
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           COMPUTE WRK-FECHAMENTO =
               TU-ABERTURA (IND-UNIDADE) +
               TU-INGRESSOS (IND-UNIDADE) +
               TU-REABERTURAS (IND-UNIDADE) -
               TU-TRANCAMENTOS (IND-UNIDADE) -
               TU-TRANSFER (IND-UNIDADE) -
               TU-DESLIGAMENTOS (IND-UNIDADE) -
               TU-ABANDONOS (IND-UNIDADE)
           MOVE WRK-FECHAMENTO TO WRK-FECHA-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  TOTAL DA UNIDADE    "
               " ABERTURA " TU-ABERTURA (IND-UNIDADE)
               " FECHAMENTO " WRK-FECHA-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "    INGRESSOS " TU-INGRESSOS (IND-UNIDADE)
               " TRANC " TU-TRANCAMENTOS (IND-UNIDADE)
               " TRANSF " TU-TRANSFER (IND-UNIDADE)
               " REABERT " TU-REABERTURAS (IND-UNIDADE)
               " DESLIG " TU-DESLIGAMENTOS (IND-UNIDADE)
               " ABAND " TU-ABANDONOS (IND-UNIDADE)
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "POR CURSO:" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM VARYING IND-CURSO FROM 1 BY 1
                   UNTIL IND-CURSO > QTD-CURSOS
               IF TC-UNIDADE (IND-CURSO) = TU-UNIDADE (IND-UNIDADE)
                   COMPUTE WRK-FECHAMENTO =
                       TC-ABERTURA (IND-CURSO) +
                       TC-INGRESSOS (IND-CURSO) +
                       TC-REABERTURAS (IND-CURSO) -
                       TC-TRANCAMENTOS (IND-CURSO) -
                       TC-TRANSFER (IND-CURSO) -
                       TC-DESLIGAMENTOS (IND-CURSO) -
                       TC-ABANDONOS (IND-CURSO)
                   MOVE WRK-FECHAMENTO TO WRK-FECHA-EDIT
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "  " TC-CURSO (IND-CURSO)
                       " ABERTURA " TC-ABERTURA (IND-CURSO)
                       " FECHAMENTO " WRK-FECHA-EDIT
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "    INGRESSOS " TC-INGRESSOS (IND-CURSO)
                       " TRANC " TC-TRANCAMENTOS (IND-CURSO)
                       " TRANSF " TC-TRANSFER (IND-CURSO)
                       " REABERT " TC-REABERTURAS (IND-CURSO)
                       " DESLIG " TC-DESLIGAMENTOS (IND-CURSO)
                       " ABAND " TC-ABANDONOS (IND-CURSO)
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "POR TURMA:" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM VARYING IND-TURMA FROM 1 BY 1
                   UNTIL IND-TURMA > QTD-TURMAS
               IF TT-UNIDADE (IND-TURMA) = TU-UNIDADE (IND-UNIDADE)
                   COMPUTE WRK-FECHAMENTO =
                       TT-ABERTURA (IND-TURMA) +
                       TT-INGRESSOS (IND-TURMA) +
                       TT-REABERTURAS (IND-TURMA) -
                       TT-TRANCAMENTOS (IND-TURMA) -
                       TT-TRANSFER (IND-TURMA) -
                       TT-DESLIGAMENTOS (IND-TURMA) -
                       TT-ABANDONOS (IND-TURMA)
                   MOVE WRK-FECHAMENTO TO WRK-FECHA-EDIT
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "  TURMA " TT-TURMA (IND-TURMA)
                       " ABERTURA " TT-ABERTURA (IND-TURMA)
                       " FECHAMENTO " WRK-FECHA-EDIT
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "    INGRESSOS " TT-INGRESSOS (IND-TURMA)
                       " TRANC " TT-TRANCAMENTOS (IND-TURMA)
                       " TRANSF " TT-TRANSFER (IND-TURMA)
                       " REABERT " TT-REABERTURAS (IND-TURMA)
                       " DESLIG " TT-DESLIGAMENTOS (IND-TURMA)
                       " ABAND " TT-ABANDONOS (IND-TURMA)
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

       END PROGRAM PROG69.
