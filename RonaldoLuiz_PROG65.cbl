      *                 passa a avisar no cabecalho que eles ficaram
      *                 fora dos quadros - um periodo anterior ja
      *                 arquivado nao entra na coluna de comparacao.
      *   15/10 - RLS - Totais por curso e por turma no arquivo de
      *                 trabalho indexado RELAPROVA.WRK, com a ordem de
      *                 aparecimento em RELAPROVA.ORD, no lugar das
      *                 tabelas de 20 cursos e 30 turmas; alunos
      *                 distintos contados pela quebra de matricula na
      *                 leitura de NOTASDISC, no lugar da tabela de 300
      *                 matriculas. O relatorio deixa de ter limite
      *                 (antes o excedente ficava de fora sem aviso).
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Segundo campus: os quadros passam a sair por
      *                 unidade (unidade do aluno, PROG99A, consultada
      *                 na quebra de matricula) - o total da unidade e,
      *                 dentro dela, os quadros por curso e por turma.
      *                 A unidade entra na chave dos grupos (tipo U =
      *                 total da unidade) e na ordem de aparecimento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG65.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQPER-STATUS.

           SELECT GRUPOS-WRK-FILE ASSIGN TO "RELAPROVA.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TG-CHAVE
               FILE STATUS IS WS-GRUPOSWRK-STATUS.

           SELECT ORDEM-WRK-FILE ASSIGN TO "RELAPROVA.ORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TO-CHAVE
               FILE STATUS IS WS-ORDEMWRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTASDISC-FILE.
       01  ARQPER-REC.
           COPY ARQPERREC.

      * Totais por unidade (TG-TIPO U, nome em branco) e, dentro da
      * unidade, por curso (TG-TIPO C) e por turma (TG-TIPO T), com a
      * coluna do periodo anterior.
       FD  GRUPOS-WRK-FILE.
       01  GRUPOS-WRK-REC.
           05 TG-CHAVE.
              10 TG-TIPO          PIC X(01).
              10 TG-UNIDADE       PIC X(04).
              10 TG-NOME          PIC X(20).
           05 TG-ALUNOS           PIC 9(04).
           05 TG-APROV            PIC 9(05).
           05 TG-RECUP            PIC 9(05).
           05 TG-REPROV           PIC 9(05).
           05 TG-SOMA             PIC 9(07)V99.
           05 TG-APROV-ANT        PIC 9(05).
           05 TG-BASE-ANT         PIC 9(05).
           05 TG-SOMA-ANT         PIC 9(07)V99.

      * Ordem de aparecimento das unidades, dos cursos e das turmas
      * na leitura de NOTASDISC - a ordem dos quadros do relatorio.
       FD  ORDEM-WRK-FILE.
       01  ORDEM-WRK-REC.
           05 TO-CHAVE.
              10 TO-TIPO          PIC X(01).
              10 TO-SEQ           PIC 9(07).
           05 TO-UNIDADE          PIC X(04).
           05 TO-NOME             PIC X(20).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-CURSO            PIC X(20) VALUE SPACES.
       77 WRK-TURMA            PIC X(10) VALUE SPACES.
       77 WRK-ACHOU-CAD        PIC X VALUE 'N'.
       77 QTD-CURSOS           PIC 9(07) VALUE ZEROS.
       77 QTD-TURMAS           PIC 9(07) VALUE ZEROS.
       77 QTD-UNIDADES         PIC 9(07) VALUE ZEROS.
       77 IND-UNIDADE          PIC 9(07) VALUE ZEROS.
       77 WRK-UNIDADE          PIC X(04) VALUE SPACES.
       77 WRK-MATRICULA-UNID   PIC 9(06) VALUE ZEROS.
       77 WRK-UNIDADE-GRUPO    PIC X(04) VALUE SPACES.
       77 WRK-UNIDADE-ATUAL    PIC X(04) VALUE SPACES.
       77 WRK-NOME-UNIDADE     PIC X(30) VALUE SPACES.
       77 WRK-SITUACAO-UNIDADE PIC X(01) VALUE SPACE.
       77 WRK-ACHOU-UNIDADE    PIC X(01) VALUE 'N'.
       77 WRK-ULTIMO-VISTO     PIC 9(06) VALUE ZEROS.
       77 WS-GRUPOSWRK-STATUS  PIC X(02) VALUE "00".
       77 WS-ORDEMWRK-STATUS   PIC X(02) VALUE "00".
       77 WRK-TIPO-GRUPO       PIC X(01) VALUE SPACE.
       77 WRK-NOME-GRUPO       PIC X(20) VALUE SPACES.
       77 WS-ARQPER-STATUS     PIC X(02) VALUE "00".
       77 WRK-TEM-ARQUIVADOS   PIC X VALUE 'N'.
       77 WRK-ALUNO-NOVO       PIC X VALUE 'N'.
       77 WRK-CLASSE           PIC X(01) VALUE SPACE.
       77 WRK-PCT-APROV        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MEDANT-EDIT      PIC Z9.99.
       77 WRK-BASE             PIC 9(05) VALUE ZEROS.

      * Faixa vigente (os rotulos definem as classes de situacao).
       01 FAIXAS-VIGENTES.
           05 FXV-LIMITE-REPROVA  PIC 9(02)V99 VALUE 5.00.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "APROVACAO POR CURSO E TURMA (RELAPROVA)".
           DISPLAY "===================================".
               FXV-ROTULO-RECUPERA FXV-ROTULO-APROVA
           END-CALL

           OPEN OUTPUT GRUPOS-WRK-FILE
           CLOSE GRUPOS-WRK-FILE
           OPEN I-O GRUPOS-WRK-FILE
           OPEN OUTPUT ORDEM-WRK-FILE
           PERFORM ACUMULA-NOTASDISC
           CLOSE ORDEM-WRK-FILE
           CLOSE GRUPOS-WRK-FILE

           OPEN INPUT GRUPOS-WRK-FILE
           OPEN INPUT ORDEM-WRK-FILE
           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM IMPRIME-RELATORIO
           CLOSE RELATORIO-FILE
           CLOSE ORDEM-WRK-FILE
           CLOSE GRUPOS-WRK-FILE

           DISPLAY "RELATORIO GRAVADO EM RELAPROVA."

      * ----------------------------------------------------------------
      * Classifica o registro corrente (A = aprovado, R =
      * recuperacao, F = reprovado), busca o curso e a turma no
      * ALUNCAD e a unidade do aluno e acumula nos grupos.
      * ----------------------------------------------------------------
       ACUMULA-UM-REGISTRO.

                   ELSE
                       MOVE 'N' TO WRK-ALUNO-NOVO
                   END-IF
                   PERFORM BUSCA-UNIDADE-ALUNO
                   MOVE WRK-UNIDADE TO WRK-UNIDADE-GRUPO
                   MOVE "U" TO WRK-TIPO-GRUPO
                   MOVE SPACES TO WRK-NOME-GRUPO
                   PERFORM SOMA-NO-GRUPO
                   MOVE "C" TO WRK-TIPO-GRUPO
                   MOVE WRK-CURSO TO WRK-NOME-GRUPO
                   PERFORM SOMA-NO-GRUPO
                   MOVE "T" TO WRK-TIPO-GRUPO
                   MOVE WRK-TURMA TO WRK-NOME-GRUPO
                   PERFORM SOMA-NO-GRUPO
               END-IF
           END-IF.

               CLOSE ALUNO-CAD-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Busca a unidade do aluno (PROG99A) so na quebra de matricula:
      * os registros de NOTASDISC do mesmo aluno vem juntos.
      * ----------------------------------------------------------------
       BUSCA-UNIDADE-ALUNO.

           IF GR-MATRICULA OF NOTASDISC-REC NOT = WRK-MATRICULA-UNID
              OR WRK-UNIDADE = SPACES
               MOVE GR-MATRICULA OF NOTASDISC-REC TO
                   WRK-MATRICULA-UNID
               CALL "PROG99A" USING WRK-MATRICULA-UNID WRK-UNIDADE
               END-CALL
           END-IF.

      * ----------------------------------------------------------------
      * Confere se a matricula do periodo corrente ja foi contada
      * como aluno distinto. NOTASDISC e lido pela chave, que comeca
      * pela matricula: aluno novo e matricula diferente da ultima
      * contada.
      * ----------------------------------------------------------------
       VERIFICA-ALUNO-NOVO.

           MOVE 'N' TO WRK-ALUNO-NOVO
           IF GR-MATRICULA OF NOTASDISC-REC NOT = WRK-ULTIMO-VISTO
               MOVE GR-MATRICULA OF NOTASDISC-REC TO WRK-ULTIMO-VISTO
               MOVE 'S' TO WRK-ALUNO-NOVO
           END-IF.

      * ----------------------------------------------------------------
      * Localiza (ou cria) o grupo WRK-TIPO-GRUPO / WRK-UNIDADE-GRUPO
      * / WRK-NOME-GRUPO (unidade, curso ou turma) do registro
      * corrente e acumula. Grupo novo entra tambem na ordem de
      * aparecimento.
      * ----------------------------------------------------------------
       SOMA-NO-GRUPO.

           MOVE WRK-TIPO-GRUPO TO TG-TIPO
           MOVE WRK-UNIDADE-GRUPO TO TG-UNIDADE
           MOVE WRK-NOME-GRUPO TO TG-NOME
           READ GRUPOS-WRK-FILE
               INVALID KEY
                   MOVE ZEROS TO TG-ALUNOS TG-APROV TG-RECUP
                       TG-REPROV TG-SOMA TG-APROV-ANT TG-BASE-ANT
                       TG-SOMA-ANT
                   PERFORM ACUMULA-NO-GRUPO
                   WRITE GRUPOS-WRK-REC
                   END-WRITE
                   MOVE WRK-TIPO-GRUPO TO TO-TIPO
                   EVALUATE WRK-TIPO-GRUPO
                       WHEN "U"
                           ADD 1 TO QTD-UNIDADES
                           MOVE QTD-UNIDADES TO TO-SEQ
                       WHEN "C"
                           ADD 1 TO QTD-CURSOS
                           MOVE QTD-CURSOS TO TO-SEQ
                       WHEN OTHER
                           ADD 1 TO QTD-TURMAS
                           MOVE QTD-TURMAS TO TO-SEQ
                   END-EVALUATE
                   MOVE WRK-UNIDADE-GRUPO TO TO-UNIDADE
                   MOVE WRK-NOME-GRUPO TO TO-NOME
                   WRITE ORDEM-WRK-REC
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ACUMULA-NO-GRUPO
                   REWRITE GRUPOS-WRK-REC
                   END-REWRITE
           END-READ.

      * ----------------------------------------------------------------
      * Acumula o registro corrente nos totais do grupo lido.
      * ----------------------------------------------------------------
       ACUMULA-NO-GRUPO.

           IF GR-PERIODO OF NOTASDISC-REC = WRK-PERIODO
               IF WRK-ALUNO-NOVO = 'S'
                   ADD 1 TO TG-ALUNOS
               END-IF
               ADD GR-MEDIA OF NOTASDISC-REC TO TG-SOMA
               EVALUATE WRK-CLASSE
                   WHEN 'A'
                       ADD 1 TO TG-APROV
                   WHEN 'R'
                       ADD 1 TO TG-RECUP
                   WHEN OTHER
                       ADD 1 TO TG-REPROV
               END-EVALUATE
           ELSE
               ADD 1 TO TG-BASE-ANT
               ADD GR-MEDIA OF NOTASDISC-REC TO TG-SOMA-ANT
               IF WRK-CLASSE = 'A'
                   ADD 1 TO TG-APROV-ANT
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Imprime, unidade a unidade na ordem de aparecimento, o total
      * da unidade e os quadros por curso e por turma dela.
      * ----------------------------------------------------------------
       IMPRIME-RELATORIO.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           IF QTD-UNIDADES = 0
               MOVE "  (NENHUM REGISTRO NO PERIODO)" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           PERFORM IMPRIME-UMA-UNIDADE
               VARYING IND-UNIDADE FROM 1 BY 1
               UNTIL IND-UNIDADE > QTD-UNIDADES.

      * ----------------------------------------------------------------
      * Le a unidade IND-UNIDADE da ordem de aparecimento e imprime o
      * cabecalho e o total dela e os seus quadros por curso e por
      * turma.
      * ----------------------------------------------------------------
       IMPRIME-UMA-UNIDADE.

           MOVE "U" TO TO-TIPO
           MOVE IND-UNIDADE TO TO-SEQ
           READ ORDEM-WRK-FILE
               INVALID KEY
                   MOVE SPACES TO TO-UNIDADE
           END-READ

           IF TO-UNIDADE NOT = SPACES
               MOVE TO-UNIDADE TO WRK-UNIDADE-ATUAL
               CALL "PROG99V" USING TO-UNIDADE WRK-NOME-UNIDADE
                   WRK-SITUACAO-UNIDADE WRK-ACHOU-UNIDADE
               END-CALL

               MOVE "==========================================" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               STRING "UNIDADE: " WRK-UNIDADE-ATUAL " - "
                   WRK-NOME-UNIDADE
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA

               MOVE "U" TO TG-TIPO
               MOVE WRK-UNIDADE-ATUAL TO TG-UNIDADE
               MOVE SPACES TO TG-NOME
               READ GRUPOS-WRK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM IMPRIME-UM-GRUPO
               END-READ

               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "POR CURSO:" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "C" TO WRK-TIPO-GRUPO
               PERFORM IMPRIME-GRUPOS-DO-TIPO

               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "POR TURMA:" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "T" TO WRK-TIPO-GRUPO
               PERFORM IMPRIME-GRUPOS-DO-TIPO

               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      * ----------------------------------------------------------------
      * Percorre a ordem de aparecimento dos grupos do tipo
      * WRK-TIPO-GRUPO e imprime os da unidade WRK-UNIDADE-ATUAL.
      * ----------------------------------------------------------------
       IMPRIME-GRUPOS-DO-TIPO.

           MOVE WRK-TIPO-GRUPO TO TO-TIPO
           MOVE ZEROS TO TO-SEQ
           MOVE "00" TO WS-ORDEMWRK-STATUS
           START ORDEM-WRK-FILE KEY IS NOT LESS THAN TO-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-ORDEMWRK-STATUS
           END-START
           PERFORM UNTIL WS-ORDEMWRK-STATUS = "10"
               READ ORDEM-WRK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ORDEMWRK-STATUS
                   NOT AT END
                       IF TO-TIPO NOT = WRK-TIPO-GRUPO
                           MOVE "10" TO WS-ORDEMWRK-STATUS
                       ELSE
                           IF TO-UNIDADE = WRK-UNIDADE-ATUAL
                               MOVE TO-TIPO TO TG-TIPO
                               MOVE TO-UNIDADE TO TG-UNIDADE
                               MOVE TO-NOME TO TG-NOME
                               READ GRUPOS-WRK-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM IMPRIME-UM-GRUPO
                               END-READ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * ----------------------------------------------------------------
      * Imprime as linhas da unidade, do curso ou da turma lido, com
      * a comparacao do periodo anterior quando houver base.
      * ----------------------------------------------------------------
       IMPRIME-UM-GRUPO.

           COMPUTE WRK-BASE = TG-APROV + TG-RECUP + TG-REPROV
           COMPUTE WRK-PCT-APROV = ZERO
           COMPUTE WRK-PCT-RECUP = ZERO
           COMPUTE WRK-PCT-REPROV = ZERO
           COMPUTE WRK-MEDIA-GERAL = ZERO
           IF WRK-BASE > 0
               COMPUTE WRK-PCT-APROV = TG-APROV * 100 / WRK-BASE
               COMPUTE WRK-PCT-RECUP = TG-RECUP * 100 / WRK-BASE
               COMPUTE WRK-PCT-REPROV = TG-REPROV * 100 / WRK-BASE
               COMPUTE WRK-MEDIA-GERAL = TG-SOMA / WRK-BASE
           END-IF

           MOVE WRK-PCT-APROV TO WRK-PCT-EDIT
           MOVE WRK-MEDIA-GERAL TO WRK-MEDIA-EDIT

           MOVE SPACES TO RELATORIO-LINHA
           EVALUATE TG-TIPO
               WHEN "U"
                   MOVE "TOTAL DA UNIDADE" TO WRK-NOME-GRUPO
                   STRING "  " WRK-NOME-GRUPO
                       " ALUNOS " TG-ALUNOS
                       " DISCIPLINAS " WRK-BASE
                       " MEDIA " WRK-MEDIA-EDIT
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               WHEN "C"
                   STRING "  " TG-NOME
                       " ALUNOS " TG-ALUNOS
                       " DISCIPLINAS " WRK-BASE
                       " MEDIA " WRK-MEDIA-EDIT
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               WHEN OTHER
                   STRING "  TURMA " TG-NOME (1:10)
                       " ALUNOS " TG-ALUNOS
                       " DISCIPLINAS " WRK-BASE
                       " MEDIA " WRK-MEDIA-EDIT
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-EVALUATE
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "    APROV " WRK-PCT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           IF TG-BASE-ANT > 0
               COMPUTE WRK-PCT-APROV = TG-APROV-ANT * 100 / TG-BASE-ANT
               COMPUTE WRK-MEDIA-GERAL = TG-SOMA-ANT / TG-BASE-ANT
               MOVE WRK-PCT-APROV TO WRK-ANT-EDIT
               MOVE WRK-MEDIA-GERAL TO WRK-MEDANT-EDIT
               MOVE SPACES TO RELATORIO-LINHA
