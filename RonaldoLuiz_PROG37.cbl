      *          cada disciplina exigida com os registros aprovados de
      *          NOTASDISC do aluno, em qualquer periodo (rotulo de
      *          aprovacao vigente do FAIXAS, via PROG21V). O relatorio
      *          RELINTEGRA lista as disciplinas obrigatorias cumpridas
      *          (com periodo e media) e as pendentes, cada grupo de
      *          optativas com o minimo e o cumprido, e o parecer
      *          final APTO / NAO APTO.
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   02/09 - RLS - O casamento com a grade passa a aplicar a
      *                 ARQPERIODO, arquivos NOTASDISC.<periodo>),
      *                 como o PROG27 ja faz: aprovacao arquivada nao
      *                 sai mais como pendente.
      *   15/10 - RLS - A conferencia da grade passa ao subprograma
      *                 PROG37V, a mesma regra usada pela emissao de
      *                 diploma (PROG85); o relatorio nao muda.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Grupos optativos: as obrigatorias e cada grupo
      *                 de optativas do catalogo (regra do GRUPOPT,
      *                 PROG07) saem em quadros separados; o aluno
      *                 deixa de sair NAO APTO por optativa que nao
      *                 cursou quando o grupo ja atingiu o minimo.
      *   15/10 - RLS - Estagio supervisionado: quando o curso exige
      *                 estagio (ESTAGCUR), o relatorio mostra as horas
      *                 exigidas e as aprovadas (PROG103V, via PROG37V)
      *                 e o aluno so sai APTO com as horas completas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG37.
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELINTEGRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(90).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-DIGITO-VALIDO    PIC X VALUE 'N'.
       77 WRK-NOME             PIC X(30) VALUE SPACES.
       77 WRK-CURSO            PIC X(20) VALUE SPACES.
       77 WRK-TURMA            PIC X(10) VALUE SPACES.
       77 WRK-MEDIA-EDIT       PIC Z9.99.
       77 QTD-GRADE            PIC 9(02) VALUE ZEROS.
       77 IND-GRADE            PIC 9(02) VALUE ZEROS.
       77 CNT-CUMPRIDAS        PIC 9(02) VALUE ZEROS.
       77 CNT-PENDENTES        PIC 9(02) VALUE ZEROS.
       77 DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77 WRK-INTEGRALIZADO    PIC X(01) VALUE 'N'.
       77 QTD-GRUPOS           PIC 9(02) VALUE ZEROS.
       77 IND-GRUPO            PIC 9(02) VALUE ZEROS.
       77 CNT-GRUPOS-PEND      PIC 9(02) VALUE ZEROS.
       77 CNT-OBRIGATORIAS     PIC 9(02) VALUE ZEROS.
       77 CNT-OBRIG-CUMPRIDAS  PIC 9(02) VALUE ZEROS.
       77 WRK-UNIDADE-MINIMO   PIC X(14) VALUE SPACES.
       77 WRK-MARCA            PIC X(03) VALUE SPACES.

      * Grade do curso do aluno conferida pelo PROG37V (ate 20
      * disciplinas, o mesmo limite do PROG07/PROG08).
       01  GRADE-DO-CURSO.
           05 GC-ENTRADA OCCURS 20 TIMES.
              10 GC-CUMPRIDA      PIC X(01).
              10 GC-PERIODO       PIC X(06).
              10 GC-MEDIA         PIC 99V99.
              10 GC-GRUPO         PIC X(10).
              10 GC-CARGA         PIC 9(03).

      * Grupos optativos da grade avaliados pelo PROG37V (ate 10).
       01  GRUPOS-DO-CURSO.
           05 GG-ENTRADA OCCURS 10 TIMES.
              10 GG-GRUPO         PIC X(10).
              10 GG-DESCRICAO     PIC X(30).
              10 GG-TIPO-MINIMO   PIC X(01).
              10 GG-MINIMO        PIC 9(03).
              10 GG-CUMPRIDO      PIC 9(03).
              10 GG-ATENDIDO      PIC X(01).

      * Estagio supervisionado do curso avaliado pelo PROG37V.
       01  ESTAGIO-DO-CURSO.
           05 GE-EXIGIDO          PIC X(01).
           05 GE-HORAS-EXIGIDAS   PIC 9(04).
           05 GE-HORAS-APROVADAS  PIC 9(04).
           05 GE-ATENDIDO         PIC X(01).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "INTEGRALIZACAO CURRICULAR (RELINTEGRA)".
           DISPLAY "===================================".
               GOBACK
           END-IF

           CALL "PROG37V" USING WRK-MATRICULA WRK-CURSO
               GRADE-DO-CURSO QTD-GRADE CNT-CUMPRIDAS CNT-PENDENTES
               WRK-INTEGRALIZADO GRUPOS-DO-CURSO QTD-GRUPOS
               CNT-GRUPOS-PEND ESTAGIO-DO-CURSO
           END-CALL
           IF QTD-GRADE = 0
               DISPLAY "CURSO " WRK-CURSO " SEM GRADE NO CATALOGO. "
                   "CADASTRE PELO PROG07."
               GOBACK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM IMPRIME-RELATORIO
           CLOSE RELATORIO-FILE

           DISPLAY "RELATORIO GRAVADO EM RELINTEGRA."
           DISPLAY "CUMPRIDAS: " CNT-CUMPRIDAS
               "  PENDENTES: " CNT-PENDENTES
               "  GRUPOS OPTATIVOS PENDENTES: " CNT-GRUPOS-PEND

           GOBACK.

                   "CADASTRE OS ALUNOS PELO PROG12."
           END-IF.

      * ----------------------------------------------------------------
      * Imprime o relatorio de integralizacao: cabecalho, disciplinas
      * obrigatorias cumpridas e pendentes, grupos optativos e o
      * parecer final.
      * ----------------------------------------------------------------
       IMPRIME-RELATORIO.


           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE ZEROS TO CNT-OBRIGATORIAS CNT-OBRIG-CUMPRIDAS
           PERFORM VARYING IND-GRADE FROM 1 BY 1
                   UNTIL IND-GRADE > QTD-GRADE
               IF GC-GRUPO (IND-GRADE) = SPACES
                   ADD 1 TO CNT-OBRIGATORIAS
                   IF GC-CUMPRIDA (IND-GRADE) = 'S'
                       ADD 1 TO CNT-OBRIG-CUMPRIDAS
                   END-IF
               END-IF
           END-PERFORM

           MOVE "DISCIPLINAS OBRIGATORIAS CUMPRIDAS:" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM VARYING IND-GRADE FROM 1 BY 1
                   UNTIL IND-GRADE > QTD-GRADE
               IF GC-GRUPO (IND-GRADE) = SPACES AND
                  GC-CUMPRIDA (IND-GRADE) = 'S'
                   MOVE GC-MEDIA (IND-GRADE) TO WRK-MEDIA-EDIT
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "  " GC-DISCIPLINA (IND-GRADE)
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM
           IF CNT-OBRIG-CUMPRIDAS = 0
               MOVE "  (NENHUMA)" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "DISCIPLINAS OBRIGATORIAS PENDENTES:" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM VARYING IND-GRADE FROM 1 BY 1
                   UNTIL IND-GRADE > QTD-GRADE
               IF GC-GRUPO (IND-GRADE) = SPACES AND
                  GC-CUMPRIDA (IND-GRADE) NOT = 'S'
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "  " GC-DISCIPLINA (IND-GRADE)
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           IF QTD-GRUPOS > 0
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "GRUPOS DE OPTATIVAS:" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               PERFORM IMPRIME-UM-GRUPO
                   VARYING IND-GRUPO FROM 1 BY 1
                   UNTIL IND-GRUPO > QTD-GRUPOS
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "OBRIGATORIAS: " CNT-OBRIGATORIAS
               "  CUMPRIDAS: " CNT-OBRIG-CUMPRIDAS
               "  PENDENTES: " CNT-PENDENTES
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           IF QTD-GRUPOS > 0
               MOVE SPACES TO RELATORIO-LINHA
               STRING "GRUPOS OPTATIVOS: " QTD-GRUPOS
                   "  ABAIXO DO MINIMO: " CNT-GRUPOS-PEND
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           IF GE-EXIGIDO = 'S'
               MOVE SPACES TO RELATORIO-LINHA
               IF GE-ATENDIDO = 'S'
                   STRING "ESTAGIO SUPERVISIONADO: EXIGIDAS "
                       GE-HORAS-EXIGIDAS " HORA(S)  APROVADAS "
                       GE-HORAS-APROVADAS "  - ATENDIDO"
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               ELSE
                   STRING "ESTAGIO SUPERVISIONADO: EXIGIDAS "
                       GE-HORAS-EXIGIDAS " HORA(S)  APROVADAS "
                       GE-HORAS-APROVADAS "  - INCOMPLETO"
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-IF
               WRITE RELATORIO-LINHA
           END-IF

           EVALUATE TRUE
               WHEN WRK-INTEGRALIZADO = 'S'
                   MOVE "PARECER: APTO A COLACAO DE GRAU." TO
                       RELATORIO-LINHA
               WHEN CNT-PENDENTES > 0
                   MOVE "PARECER: NAO APTO - HA DISCIPLINAS PENDENTES."
                       TO RELATORIO-LINHA
               WHEN CNT-GRUPOS-PEND > 0
                   MOVE
                       "PARECER: NAO APTO - GRUPO OPTATIVO INCOMPLETO."
                       TO RELATORIO-LINHA
               WHEN OTHER
                   MOVE "PARECER: NAO APTO - ESTAGIO INCOMPLETO." TO
                       RELATORIO-LINHA
           END-EVALUATE
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Imprime o grupo optativo IND-GRUPO: regra, cumprido e
      * situacao, seguidos das disciplinas do grupo ([X] = cumprida,
      * com periodo e media).
      * ----------------------------------------------------------------
       IMPRIME-UM-GRUPO.

           IF GG-TIPO-MINIMO (IND-GRUPO) = 'H'
               MOVE " HORA(S)" TO WRK-UNIDADE-MINIMO
           ELSE
               MOVE " DISCIPLINA(S)" TO WRK-UNIDADE-MINIMO
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           STRING "  GRUPO " GG-GRUPO (IND-GRUPO)
               " - " GG-DESCRICAO (IND-GRUPO)
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           IF GG-ATENDIDO (IND-GRUPO) = 'S'
               STRING "    MINIMO " GG-MINIMO (IND-GRUPO)
                   WRK-UNIDADE-MINIMO
                   "  CUMPRIDO " GG-CUMPRIDO (IND-GRUPO)
                   "  - ATENDIDO"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               STRING "    MINIMO " GG-MINIMO (IND-GRUPO)
                   WRK-UNIDADE-MINIMO
                   "  CUMPRIDO " GG-CUMPRIDO (IND-GRUPO)
                   "  - ABAIXO DO MINIMO"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA

           PERFORM VARYING IND-GRADE FROM 1 BY 1
                   UNTIL IND-GRADE > QTD-GRADE
               IF GC-GRUPO (IND-GRADE) = GG-GRUPO (IND-GRUPO)
                   MOVE SPACES TO RELATORIO-LINHA
                   IF GC-CUMPRIDA (IND-GRADE) = 'S'
                       MOVE GC-MEDIA (IND-GRADE) TO WRK-MEDIA-EDIT
                       STRING "    [X] " GC-DISCIPLINA (IND-GRADE)
                           " " GC-PERIODO (IND-GRADE)
                           " MEDIA " WRK-MEDIA-EDIT
                           DELIMITED BY SIZE INTO RELATORIO-LINHA
                   ELSE
                       STRING "    [ ] " GC-DISCIPLINA (IND-GRADE)
                           DELIMITED BY SIZE INTO RELATORIO-LINHA
                   END-IF
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM.

       END PROGRAM PROG37.
