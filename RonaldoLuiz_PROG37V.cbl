      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Subprograma de integralizacao curricular: para a
      *          matricula e o curso informados, percorre a grade do
      *          curso no CATALOGO (PROG07) e casa cada disciplina com
      *          os registros aprovados (ou aproveitados) do aluno em
      *          NOTASDISC, em qualquer periodo, nos periodos
      *          arquivados pelo PROG41 (ARQPERIODO) e sob os nomes
      *          antigos da tabela de equivalencia (PROG51V). Devolve
      *          a grade com a marca de cumprida, periodo e media de
      *          cada disciplina, as contagens e LK-INTEGRALIZADO =
      *          'S' quando a grade existe, nao ha obrigatoria
      *          pendente e todo grupo optativo atingiu o minimo. E a
      *          regra do relatorio RELINTEGRA do PROG37, chamada
      *          tambem pela emissao de diploma (PROG85).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Grupos optativos: a disciplina do catalogo com
      *                 CAT-GRUPO informado e optativa e nao conta como
      *                 pendente; cada grupo da grade e avaliado a
      *                 parte pela regra do GRUPOPT (PROG07V) - minimo
      *                 de disciplinas ou de horas cumpridas - e sai na
      *                 tabela de grupos, com a contagem dos grupos
      *                 abaixo do minimo. A grade devolve tambem o
      *                 grupo e a carga horaria de cada disciplina.
      *   15/10 - RLS - Estagio supervisionado: o curso que exige
      *                 estagio (tabela ESTAGCUR) so integraliza com as
      *                 horas aprovadas dos relatorios mensais cobrindo
      *                 as exigidas (PROG103V); a situacao do estagio
      *                 sai em LK-ESTAGIO-DO-CURSO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG37V.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "CATALOGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT NOTASDISC-FILE ASSIGN TO "NOTASDISC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE OF NOTASDISC-REC
               FILE STATUS IS WS-NOTASDISC-STATUS.

           SELECT EQUIV-FILE ASSIGN TO "EQUIVDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQUIV-STATUS.

           SELECT ARQPER-FILE ASSIGN TO "ARQPERIODO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQPER-STATUS.

           SELECT ARQUIVADO-FILE ASSIGN USING WS-NOME-ARQUIVADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQUIVADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
       01  CATALOGO-REC.
           05 CAT-CURSO           PIC X(10).
           05 FILLER              PIC X(01).
           05 CAT-DISCIPLINA      PIC X(30).
           05 FILLER              PIC X(01).
           05 CAT-GRUPO           PIC X(10).
           05 FILLER              PIC X(01).
           05 CAT-CARGA-HORARIA   PIC 9(03).

       FD  NOTASDISC-FILE.
       01  NOTASDISC-REC.
           COPY GRADEREC.

       FD  EQUIV-FILE.
       01  EQUIV-REC.
           COPY EQUIVREC.

       FD  ARQPER-FILE.
       01  ARQPER-REC.
           COPY ARQPERREC.

       FD  ARQUIVADO-FILE.
       01  ARQUIVADO-REC           PIC X(121).

       WORKING-STORAGE SECTION.

       77 WS-CATALOGO-STATUS   PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-EQUIV-STATUS      PIC X(02) VALUE "00".
       77 WS-ARQPER-STATUS     PIC X(02) VALUE "00".
       77 WS-ARQUIVADO-STATUS  PIC X(02) VALUE "00".
       77 WS-NOME-ARQUIVADO    PIC X(20) VALUE SPACES.
       77 WRK-APROVADA         PIC X VALUE 'N'.
       77 WRK-PERIODO-APROV    PIC X(06) VALUE SPACES.
       77 WRK-MEDIA-APROV      PIC 99V99 VALUE ZEROS.
       77 WRK-MATERIA-BUSCA    PIC X(30) VALUE SPACES.
       77 WRK-NOME-RESOLVIDO   PIC X(30) VALUE SPACES.
       77 WRK-EQUIVALEU        PIC X(01) VALUE 'N'.
       77 WRK-ANTIGA-TESTE     PIC X(30) VALUE SPACES.
       77 IND-GRADE            PIC 9(02) VALUE ZEROS.
       77 IND-GRUPO            PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-GRUPO      PIC X(01) VALUE 'N'.
       77 WRK-CURSO-CATALOGO   PIC X(10) VALUE SPACES.
       77 WRK-GRUPO-BUSCA      PIC X(10) VALUE SPACES.
       77 WRK-ACHOU-REGRA      PIC X(01) VALUE 'N'.

      * Registro arquivado pelo PROG41 em transito para a busca.
       01  REG-ARQUIVADO.
           COPY GRADEREC.

      * Faixa vigente (o rotulo de aprovacao define o que conta como
      * disciplina cumprida).
       01 FAIXAS-VIGENTES.
           05 FXV-LIMITE-REPROVA  PIC 9(02)V99 VALUE 5.00.
           05 FXV-LIMITE-APROVA   PIC 9(02)V99 VALUE 7.00.
           05 FXV-LIMITE-HONRA    PIC 9(02)V99 VALUE 9.00.
           05 FXV-ROTULO-REPROVA  PIC X(15) VALUE "REPROVADO".
           05 FXV-ROTULO-RECUPERA PIC X(15) VALUE "EM RECUPERACAO".
           05 FXV-ROTULO-APROVA   PIC X(15) VALUE "APROVADO".

       LINKAGE SECTION.
       01 LK-MATRICULA         PIC 9(06).
       01 LK-CURSO             PIC X(20).
      * Grade do curso do aluno (ate 20 disciplinas, o mesmo limite do
      * PROG07/PROG08).
       01 LK-GRADE-DO-CURSO.
           05 GC-ENTRADA OCCURS 20 TIMES.
              10 GC-DISCIPLINA    PIC X(30).
              10 GC-CUMPRIDA      PIC X(01).
              10 GC-PERIODO       PIC X(06).
              10 GC-MEDIA         PIC 99V99.
              10 GC-GRUPO         PIC X(10).
              10 GC-CARGA         PIC 9(03).
       01 LK-QTD-GRADE         PIC 9(02).
       01 LK-CNT-CUMPRIDAS     PIC 9(02).
      * Obrigatorias (GC-GRUPO em branco) nao cumpridas.
       01 LK-CNT-PENDENTES     PIC 9(02).
       01 LK-INTEGRALIZADO     PIC X(01).
      * Grupos optativos da grade (ate 10), com a regra do GRUPOPT e
      * o cumprido pelo aluno (disciplinas ou horas, conforme o tipo
      * do minimo).
       01 LK-GRUPOS-DO-CURSO.
           05 GG-ENTRADA OCCURS 10 TIMES.
              10 GG-GRUPO         PIC X(10).
              10 GG-DESCRICAO     PIC X(30).
              10 GG-TIPO-MINIMO   PIC X(01).
              10 GG-MINIMO        PIC 9(03).
              10 GG-CUMPRIDO      PIC 9(03).
              10 GG-ATENDIDO      PIC X(01).
       01 LK-QTD-GRUPOS        PIC 9(02).
       01 LK-CNT-GRUPOS-PEND   PIC 9(02).
      * Estagio supervisionado do curso (tabela ESTAGCUR) e horas
      * aprovadas do aluno (PROG103V); curso sem exigencia volta com
      * GE-EXIGIDO = 'N' e GE-ATENDIDO = 'S'.
       01 LK-ESTAGIO-DO-CURSO.
           05 GE-EXIGIDO          PIC X(01).
           05 GE-HORAS-EXIGIDAS   PIC 9(04).
           05 GE-HORAS-APROVADAS  PIC 9(04).
           05 GE-ATENDIDO         PIC X(01).

       PROCEDURE DIVISION USING LK-MATRICULA LK-CURSO
               LK-GRADE-DO-CURSO LK-QTD-GRADE LK-CNT-CUMPRIDAS
               LK-CNT-PENDENTES LK-INTEGRALIZADO LK-GRUPOS-DO-CURSO
               LK-QTD-GRUPOS LK-CNT-GRUPOS-PEND LK-ESTAGIO-DO-CURSO.

       MAIN-PROCESS.
           MOVE ZEROS TO LK-QTD-GRADE LK-CNT-CUMPRIDAS
               LK-CNT-PENDENTES LK-QTD-GRUPOS LK-CNT-GRUPOS-PEND
           MOVE 'N' TO LK-INTEGRALIZADO

           CALL "PROG21V" USING FXV-LIMITE-REPROVA FXV-LIMITE-APROVA
               FXV-LIMITE-HONRA FXV-ROTULO-REPROVA
               FXV-ROTULO-RECUPERA FXV-ROTULO-APROVA
           END-CALL

           PERFORM CARREGA-GRADE-DO-CURSO

           PERFORM VARYING IND-GRADE FROM 1 BY 1
                   UNTIL IND-GRADE > LK-QTD-GRADE
               PERFORM CONFERE-UMA-DISCIPLINA
           END-PERFORM

           PERFORM AVALIA-GRUPOS-OPTATIVOS

           PERFORM AVALIA-ESTAGIO

           IF LK-QTD-GRADE > 0 AND LK-CNT-PENDENTES = 0 AND
              LK-CNT-GRUPOS-PEND = 0 AND GE-ATENDIDO = 'S'
               MOVE 'S' TO LK-INTEGRALIZADO
           END-IF

           GOBACK.

      * ----------------------------------------------------------------
      * Avalia o estagio supervisionado exigido pelo curso: so as
      * horas aprovadas dos contratos nao cancelados contam.
      * ----------------------------------------------------------------
       AVALIA-ESTAGIO.

           MOVE LK-CURSO (1:10) TO WRK-CURSO-CATALOGO
           CALL "PROG103V" USING LK-MATRICULA WRK-CURSO-CATALOGO
               GE-EXIGIDO GE-HORAS-EXIGIDAS GE-HORAS-APROVADAS
               GE-ATENDIDO
           END-CALL.

      * ----------------------------------------------------------------
      * Carrega do CATALOGO as disciplinas da grade do curso do aluno
      * (o codigo do catalogo usa as 10 primeiras posicoes do curso do
      * cadastro, como no PROG08).
      * ----------------------------------------------------------------
       CARREGA-GRADE-DO-CURSO.

           MOVE "00" TO WS-CATALOGO-STATUS
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS = "00"
               PERFORM UNTIL WS-CATALOGO-STATUS = "10"
                       OR LK-QTD-GRADE >= 20
                   READ CATALOGO-FILE
                       AT END
                           MOVE "10" TO WS-CATALOGO-STATUS
                       NOT AT END
                           IF CAT-CURSO = LK-CURSO (1:10)
                               ADD 1 TO LK-QTD-GRADE
                               MOVE CAT-DISCIPLINA TO
                                   GC-DISCIPLINA (LK-QTD-GRADE)
                               MOVE 'N' TO GC-CUMPRIDA (LK-QTD-GRADE)
                               MOVE SPACES TO
                                   GC-PERIODO (LK-QTD-GRADE)
                               MOVE ZEROS TO GC-MEDIA (LK-QTD-GRADE)
                               MOVE CAT-GRUPO TO
                                   GC-GRUPO (LK-QTD-GRADE)
                               IF CAT-CARGA-HORARIA IS NUMERIC
                                   MOVE CAT-CARGA-HORARIA TO
                                       GC-CARGA (LK-QTD-GRADE)
                               ELSE
                                   MOVE ZEROS TO
                                       GC-CARGA (LK-QTD-GRADE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Confere a disciplina da grade apontada por IND-GRADE: procura
      * a aprovacao sob o nome vigente e, sem achar, sob os nomes
      * antigos que a tabela de equivalencia resolve para ela.
      * ----------------------------------------------------------------
       CONFERE-UMA-DISCIPLINA.

           MOVE 'N' TO WRK-APROVADA
           MOVE SPACES TO WRK-PERIODO-APROV
           MOVE ZEROS TO WRK-MEDIA-APROV

           MOVE GC-DISCIPLINA (IND-GRADE) TO WRK-MATERIA-BUSCA
           PERFORM PROCURA-APROVACAO-NOME

           IF WRK-APROVADA NOT = 'S'
               PERFORM PROCURA-POR-EQUIVALENCIA
           END-IF

           IF WRK-APROVADA = 'S'
               MOVE 'S' TO GC-CUMPRIDA (IND-GRADE)
               MOVE WRK-PERIODO-APROV TO GC-PERIODO (IND-GRADE)
               MOVE WRK-MEDIA-APROV TO GC-MEDIA (IND-GRADE)
               ADD 1 TO LK-CNT-CUMPRIDAS
           ELSE
               IF GC-GRUPO (IND-GRADE) = SPACES
                   ADD 1 TO LK-CNT-PENDENTES
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Monta a tabela dos grupos optativos da grade, na ordem do
      * catalogo, com a regra de cada um (PROG07V), soma o cumprido
      * pelo aluno - disciplinas ou horas das optativas cumpridas do
      * grupo - e conta os grupos que nao atingiram o minimo.
      * ----------------------------------------------------------------
       AVALIA-GRUPOS-OPTATIVOS.

           MOVE LK-CURSO (1:10) TO WRK-CURSO-CATALOGO

           PERFORM VARYING IND-GRADE FROM 1 BY 1
                   UNTIL IND-GRADE > LK-QTD-GRADE
               IF GC-GRUPO (IND-GRADE) NOT = SPACES
                   PERFORM SOMA-NO-GRUPO
               END-IF
           END-PERFORM

           PERFORM VARYING IND-GRUPO FROM 1 BY 1
                   UNTIL IND-GRUPO > LK-QTD-GRUPOS
               IF GG-CUMPRIDO (IND-GRUPO) >= GG-MINIMO (IND-GRUPO)
                   MOVE 'S' TO GG-ATENDIDO (IND-GRUPO)
               ELSE
                   MOVE 'N' TO GG-ATENDIDO (IND-GRUPO)
                   ADD 1 TO LK-CNT-GRUPOS-PEND
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Localiza (ou cria, com a regra do GRUPOPT) o grupo da
      * disciplina IND-GRADE e, cumprida a disciplina, soma uma
      * disciplina ou a carga horaria dela no cumprido do grupo.
      * ----------------------------------------------------------------
       SOMA-NO-GRUPO.

           MOVE 'N' TO WRK-ACHOU-GRUPO
           PERFORM VARYING IND-GRUPO FROM 1 BY 1
                   UNTIL IND-GRUPO > LK-QTD-GRUPOS
                       OR WRK-ACHOU-GRUPO = 'S'
               IF GG-GRUPO (IND-GRUPO) = GC-GRUPO (IND-GRADE)
                   MOVE 'S' TO WRK-ACHOU-GRUPO
               END-IF
           END-PERFORM

           IF WRK-ACHOU-GRUPO = 'S'
               SUBTRACT 1 FROM IND-GRUPO
           ELSE
               IF LK-QTD-GRUPOS < 10
                   ADD 1 TO LK-QTD-GRUPOS
                   MOVE LK-QTD-GRUPOS TO IND-GRUPO
                   MOVE GC-GRUPO (IND-GRADE) TO GG-GRUPO (IND-GRUPO)
                   MOVE GC-GRUPO (IND-GRADE) TO WRK-GRUPO-BUSCA
                   CALL "PROG07V" USING WRK-CURSO-CATALOGO
                       WRK-GRUPO-BUSCA GG-DESCRICAO (IND-GRUPO)
                       GG-TIPO-MINIMO (IND-GRUPO) GG-MINIMO (IND-GRUPO)
                       WRK-ACHOU-REGRA
                   END-CALL
                   MOVE ZEROS TO GG-CUMPRIDO (IND-GRUPO)
                   MOVE 'N' TO GG-ATENDIDO (IND-GRUPO)
                   MOVE 'S' TO WRK-ACHOU-GRUPO
               END-IF
           END-IF

           IF WRK-ACHOU-GRUPO = 'S' AND GC-CUMPRIDA (IND-GRADE) = 'S'
               IF GG-TIPO-MINIMO (IND-GRUPO) = 'H'
                   ADD GC-CARGA (IND-GRADE) TO GG-CUMPRIDO (IND-GRUPO)
               ELSE
                   ADD 1 TO GG-CUMPRIDO (IND-GRUPO)
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Percorre a tabela EQUIVDISC procurando nomes antigos cuja
      * resolucao (PROG51V) cai na disciplina da grade, e repete a
      * busca da aprovacao sob cada nome antigo ate encontrar.
      * ----------------------------------------------------------------
       PROCURA-POR-EQUIVALENCIA.

           MOVE "00" TO WS-EQUIV-STATUS
           OPEN INPUT EQUIV-FILE
           IF WS-EQUIV-STATUS = "00"
               PERFORM UNTIL WS-EQUIV-STATUS = "10"
                       OR WRK-APROVADA = 'S'
                   READ EQUIV-FILE
                       AT END
                           MOVE "10" TO WS-EQUIV-STATUS
                       NOT AT END
                           MOVE EQ-MATERIA-ANTIGA TO
                               WRK-ANTIGA-TESTE
                           CALL "PROG51V" USING WRK-ANTIGA-TESTE
                               WRK-NOME-RESOLVIDO WRK-EQUIVALEU
                           END-CALL
                           IF WRK-EQUIVALEU = 'S' AND
                              WRK-NOME-RESOLVIDO =
                                  GC-DISCIPLINA (IND-GRADE)
                               MOVE EQ-MATERIA-ANTIGA TO
                                   WRK-MATERIA-BUSCA
                               PERFORM PROCURA-APROVACAO-NOME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EQUIV-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Procura em NOTASDISC um registro aprovado do aluno na
      * disciplina WRK-MATERIA-BUSCA, em qualquer periodo (START na
      * matricula + materia, leitura enquanto a chave conferir).
      * ----------------------------------------------------------------
       PROCURA-APROVACAO-NOME.

           MOVE "00" TO WS-NOTASDISC-STATUS

           OPEN INPUT NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS = "00"
               MOVE LK-MATRICULA TO GR-MATRICULA OF NOTASDISC-REC
               MOVE WRK-MATERIA-BUSCA TO
                   GR-MATERIA OF NOTASDISC-REC
               MOVE LOW-VALUES TO GR-PERIODO OF NOTASDISC-REC
               START NOTASDISC-FILE KEY NOT LESS THAN
                       GR-CHAVE OF NOTASDISC-REC
                   INVALID KEY
                       MOVE "10" TO WS-NOTASDISC-STATUS
               END-START
               PERFORM UNTIL WS-NOTASDISC-STATUS = "10"
                   READ NOTASDISC-FILE NEXT
                       AT END
                           MOVE "10" TO WS-NOTASDISC-STATUS
                       NOT AT END
                           IF GR-MATRICULA OF NOTASDISC-REC =
                                   LK-MATRICULA AND
                              GR-MATERIA OF NOTASDISC-REC =
                                   WRK-MATERIA-BUSCA
                               IF GR-SITUACAO OF NOTASDISC-REC =
                                       FXV-ROTULO-APROVA OR
                                  GR-SITUACAO OF NOTASDISC-REC =
                                       "APROVEITAMENTO"
                                   MOVE 'S' TO WRK-APROVADA
                                   MOVE GR-PERIODO OF NOTASDISC-REC
                                       TO WRK-PERIODO-APROV
                                   MOVE GR-MEDIA OF NOTASDISC-REC
                                       TO WRK-MEDIA-APROV
                               END-IF
                           ELSE
                               MOVE "10" TO WS-NOTASDISC-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTASDISC-FILE
           END-IF

           IF WRK-APROVADA NOT = 'S'
               PERFORM PROCURA-NOS-ARQUIVADOS
           END-IF.

      * ----------------------------------------------------------------
      * Procura a aprovacao tambem nos periodos fechados arquivados
      * pelo PROG41: para cada linha NOTASDISC do manifesto
      * ARQPERIODO, varre o arquivamento atras da matricula +
      * WRK-MATERIA-BUSCA aprovada (ou aproveitada).
      * ----------------------------------------------------------------
       PROCURA-NOS-ARQUIVADOS.

           MOVE "00" TO WS-ARQPER-STATUS
           OPEN INPUT ARQPER-FILE
           IF WS-ARQPER-STATUS = "00"
               PERFORM UNTIL WS-ARQPER-STATUS = "10"
                       OR WRK-APROVADA = 'S'
                   READ ARQPER-FILE
                       AT END
                           MOVE "10" TO WS-ARQPER-STATUS
                       NOT AT END
                           IF AP-ARQUIVO = "NOTASDISC"
                               MOVE AP-NOME-ARQ TO WS-NOME-ARQUIVADO
                               PERFORM PROCURA-EM-UM-ARQUIVAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPER-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Varre um arquivamento de periodo atras da aprovacao da
      * matricula em WRK-MATERIA-BUSCA.
      * ----------------------------------------------------------------
       PROCURA-EM-UM-ARQUIVAMENTO.

           MOVE "00" TO WS-ARQUIVADO-STATUS
           OPEN INPUT ARQUIVADO-FILE
           IF WS-ARQUIVADO-STATUS = "00"
               PERFORM UNTIL WS-ARQUIVADO-STATUS = "10"
                       OR WRK-APROVADA = 'S'
                   READ ARQUIVADO-FILE INTO REG-ARQUIVADO
                       AT END
                           MOVE "10" TO WS-ARQUIVADO-STATUS
                       NOT AT END
                           IF GR-MATRICULA OF REG-ARQUIVADO =
                                   LK-MATRICULA AND
                              GR-MATERIA OF REG-ARQUIVADO =
                                   WRK-MATERIA-BUSCA AND
                              (GR-SITUACAO OF REG-ARQUIVADO =
                                   FXV-ROTULO-APROVA OR
                               GR-SITUACAO OF REG-ARQUIVADO =
                                   "APROVEITAMENTO")
                               MOVE 'S' TO WRK-APROVADA
                               MOVE GR-PERIODO OF REG-ARQUIVADO TO
                                   WRK-PERIODO-APROV
                               MOVE GR-MEDIA OF REG-ARQUIVADO TO
                                   WRK-MEDIA-APROV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVADO-FILE
           END-IF.

       END PROGRAM PROG37V.
