      *          os alunos ativos do ALUNCAD, apura em NOTASDISC as
      *          disciplinas ja aprovadas (em qualquer periodo,
      *          inclusive aproveitamento de estudos do PROG61) e
      *          inscreve o aluno, no periodo novo, nas disciplinas
      *          obrigatorias da grade do curso (CATALOGO) ainda nao
      *          aprovadas - a
      *          reprovada do periodo fechado volta naturalmente para
      *          refazer. As inscricoes saem no arquivo INSCRICAO
      *          (PROG36), o roster ALUNMEDIA do lote do MEDIA e
      *          transacao no TRANSLOG, e o relatorio RELVIRADA traz o
      *          que foi inscrito e os alunos que a virada nao
      *          conseguiu posicionar (curso sem grade no catalogo ou
      *          grade ja concluida). As optativas nao sao inscritas:
      *          os grupos optativos ainda abaixo do minimo saem no
      *          RELVIRADA como vagas a preencher pelo coordenador,
      *          com as opcoes do grupo. Exige sign-on (PROG15V) com
      *          perfil de fechamento (F).
      * Modification History:
      *   02/09 - RLS - Programa original.
      *                 com os vivos contendo so os periodos abertos,
      *                 a virada reinscreveria o aluno em disciplina
      *                 aprovada ha periodos.
      *   15/10 - RLS - Aluno com pendencia ativa no arquivo PENDENCIAS
      *                 (PROG75, consultado pelo PROG75V) nao e virado:
      *                 sai no RELVIRADA como retido, com o tipo e a
      *                 origem da pendencia, e o total de retidos
      *                 entra no rodape.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG63) no
      *                 lugar do teste da letra de perfil F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Grupos optativos: a virada inscreve so as
      *                 obrigatorias pendentes (CAT-GRUPO em branco);
      *                 para cada grupo de optativas abaixo do minimo
      *                 (regra do GRUPOPT via PROG07V, cumprido apurado
      *                 nas aprovadas) o RELVIRADA lista a vaga, o que
      *                 falta e as disciplinas do grupo ainda nao
      *                 aprovadas, para o coordenador escolher; o total
      *                 de vagas optativas entra no rodape.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG63.
           05 CAT-CURSO           PIC X(10).
           05 FILLER              PIC X(01).
           05 CAT-DISCIPLINA      PIC X(30).
           05 FILLER              PIC X(01).
           05 CAT-GRUPO           PIC X(10).
           05 FILLER              PIC X(01).
           05 CAT-CARGA-HORARIA   PIC 9(03).

       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-CATALOGO-STATUS   PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-PERIODO-FECHADO  PIC X(06) VALUE SPACES.
       77 WRK-PERIODO-NOVO     PIC X(06) VALUE SPACES.
       77 WRK-PER-FECHADO      PIC X(01) VALUE 'N'.
       77 CNT-ALUNOS           PIC 9(05) VALUE ZEROS.
       77 CNT-SEM-POSICAO      PIC 9(05) VALUE ZEROS.
       77 CNT-INSCRICOES       PIC 9(05) VALUE ZEROS.
       77 CNT-RETIDOS          PIC 9(05) VALUE ZEROS.
       77 WRK-TEM-PENDENCIA    PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO-PEND      PIC X(40) VALUE SPACES.
       77 CNT-VAGAS-OPTATIVAS  PIC 9(05) VALUE ZEROS.
       77 QTD-GRUPOS           PIC 9(02) VALUE ZEROS.
       77 IND-GRUPO            PIC 9(02) VALUE ZEROS.
       77 CNT-GRUPOS-ABERTOS   PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-GRUPO      PIC X(01) VALUE 'N'.
       77 WRK-CURSO-CATALOGO   PIC X(10) VALUE SPACES.
       77 WRK-GRUPO-BUSCA      PIC X(10) VALUE SPACES.
       77 WRK-ACHOU-REGRA      PIC X(01) VALUE 'N'.
       77 WRK-FALTAM           PIC 9(03) VALUE ZEROS.
       77 WRK-UNIDADE-MINIMO   PIC X(14) VALUE SPACES.

      * Grade do curso do aluno corrente (ate 20 disciplinas, o
      * limite do PROG07), com o grupo optativo (branco = obrigatoria)
      * e a carga horaria de cada disciplina.
       01  GRADE-DO-CURSO.
           05 GC-ENTRADA OCCURS 20 TIMES.
              10 GC-DISCIPLINA    PIC X(30).
              10 GC-GRUPO         PIC X(10).
              10 GC-CARGA         PIC 9(03).

      * Grupos optativos da grade do aluno corrente (ate 10), com a
      * regra do GRUPOPT e o cumprido nas aprovadas.
       01  TABELA-GRUPOS.
           05 TG-ENTRADA OCCURS 10 TIMES.
              10 TG-GRUPO         PIC X(10).
              10 TG-DESCRICAO     PIC X(30).
              10 TG-TIPO-MINIMO   PIC X(01).
              10 TG-MINIMO        PIC 9(03).
              10 TG-CUMPRIDO      PIC 9(03).

      * Disciplinas ja aprovadas pelo aluno corrente (ate 60).
       01  TABELA-APROVADAS.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "VIRADA DE PERIODO (RELVIRADA)".
           DISPLAY "===================================".
               GOBACK
           END-IF

           MOVE "PROG63" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG63. "
                   "VIRADA NAO EXECUTADA."
               GOBACK
           END-IF

           END-CALL

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "RELATORIO DA VIRADA DE PERIODO" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ALUNOS VIRADOS: " CNT-ALUNOS
               "  INSCRICOES: " CNT-INSCRICOES
               "  SEM POSICAO: " CNT-SEM-POSICAO
               "  RETIDOS: " CNT-RETIDOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "VAGAS OPTATIVAS A PREENCHER: " CNT-VAGAS-OPTATIVAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           DISPLAY "ALUNOS: " CNT-ALUNOS
               "  INSCRICOES: " CNT-INSCRICOES
               "  SEM POSICAO: " CNT-SEM-POSICAO
               "  RETIDOS: " CNT-RETIDOS
           DISPLAY "VAGAS OPTATIVAS A PREENCHER: " CNT-VAGAS-OPTATIVAS

           GOBACK.

                               MOVE AC-NOME  TO WRK-NOME
                               MOVE AC-CURSO TO WRK-CURSO
                               MOVE AC-TURMA TO WRK-TURMA
                               PERFORM VERIFICA-PENDENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNO-CAD-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Consulta as pendencias do aluno corrente (PROG75V): com
      * pendencia ativa o aluno e retido e listado no relatorio com o
      * motivo; sem pendencia, segue para a virada.
      * ----------------------------------------------------------------
       VERIFICA-PENDENCIA.

           CALL "PROG75V" USING WRK-MATRICULA WRK-TEM-PENDENCIA
               WRK-MOTIVO-PEND
           END-CALL

           IF WRK-TEM-PENDENCIA = 'S'
               ADD 1 TO CNT-RETIDOS
               MOVE SPACES TO RELATORIO-LINHA
               STRING "RETIDO: " WRK-MATRICULA " " WRK-NOME
                   " - " WRK-MOTIVO-PEND
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               PERFORM VIRA-UM-ALUNO
           END-IF.

      * ----------------------------------------------------------------
      * Vira um aluno: carrega a grade do curso, apura as aprovadas e
      * inscreve as obrigatorias pendentes no periodo novo; aluno sem
      * grade ou sem obrigatoria a inscrever sai no relatorio como sem
      * posicao. Os grupos optativos abaixo do minimo saem em seguida
      * como vagas a preencher.
      * ----------------------------------------------------------------
       VIRA-UM-ALUNO.


               PERFORM VARYING IND-GRADE FROM 1 BY 1
                       UNTIL IND-GRADE > QTD-GRADE
                   IF GC-GRUPO (IND-GRADE) = SPACES
                       PERFORM VERIFICA-APROVADA
                       IF WRK-APROVADA NOT = 'S'
                           PERFORM INSCREVE-DISCIPLINA
                       END-IF
                   END-IF
               END-PERFORM

               PERFORM APURA-GRUPOS-OPTATIVOS

               IF CNT-INSCRITAS = 0
                   ADD 1 TO CNT-SEM-POSICAO
                   MOVE SPACES TO RELATORIO-LINHA
                   IF CNT-GRUPOS-ABERTOS = 0
                       STRING "SEM POSICAO: " WRK-MATRICULA " "
                           WRK-NOME " - GRADE JA CONCLUIDA"
                           DELIMITED BY SIZE INTO RELATORIO-LINHA
                   ELSE
                       STRING "SEM POSICAO: " WRK-MATRICULA " "
                           WRK-NOME " - RESTAM SO OPTATIVAS"
                           DELIMITED BY SIZE INTO RELATORIO-LINHA
                   END-IF
                   WRITE RELATORIO-LINHA
               ELSE
                   ADD 1 TO CNT-ALUNOS
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF

               PERFORM VARYING IND-GRUPO FROM 1 BY 1
                       UNTIL IND-GRUPO > QTD-GRUPOS
                   IF TG-CUMPRIDO (IND-GRUPO) < TG-MINIMO (IND-GRUPO)
                       PERFORM LISTA-VAGA-OPTATIVA
                   END-IF
               END-PERFORM
           END-IF.

      * ----------------------------------------------------------------
      * Monta os grupos optativos da grade do aluno corrente, com a
      * regra de cada um (PROG07V), soma o cumprido nas aprovadas
      * (disciplinas ou horas, conforme o minimo) e conta os grupos
      * ainda abaixo do minimo.
      * ----------------------------------------------------------------
       APURA-GRUPOS-OPTATIVOS.

           MOVE ZEROS TO QTD-GRUPOS CNT-GRUPOS-ABERTOS
           MOVE WRK-CURSO (1:10) TO WRK-CURSO-CATALOGO

           PERFORM VARYING IND-GRADE FROM 1 BY 1
                   UNTIL IND-GRADE > QTD-GRADE
               IF GC-GRUPO (IND-GRADE) NOT = SPACES
                   PERFORM SOMA-NO-GRUPO
               END-IF
           END-PERFORM

           PERFORM VARYING IND-GRUPO FROM 1 BY 1
                   UNTIL IND-GRUPO > QTD-GRUPOS
               IF TG-CUMPRIDO (IND-GRUPO) < TG-MINIMO (IND-GRUPO)
                   ADD 1 TO CNT-GRUPOS-ABERTOS
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Localiza (ou cria, com a regra do GRUPOPT) o grupo da
      * disciplina IND-GRADE e, aprovada a disciplina, soma uma
      * disciplina ou a carga horaria dela no cumprido do grupo.
      * ----------------------------------------------------------------
       SOMA-NO-GRUPO.

           MOVE 'N' TO WRK-ACHOU-GRUPO
           PERFORM VARYING IND-GRUPO FROM 1 BY 1
                   UNTIL IND-GRUPO > QTD-GRUPOS
                       OR WRK-ACHOU-GRUPO = 'S'
               IF TG-GRUPO (IND-GRUPO) = GC-GRUPO (IND-GRADE)
                   MOVE 'S' TO WRK-ACHOU-GRUPO
               END-IF
           END-PERFORM

           IF WRK-ACHOU-GRUPO = 'S'
               SUBTRACT 1 FROM IND-GRUPO
           ELSE
               IF QTD-GRUPOS < 10
                   ADD 1 TO QTD-GRUPOS
                   MOVE QTD-GRUPOS TO IND-GRUPO
                   MOVE GC-GRUPO (IND-GRADE) TO TG-GRUPO (IND-GRUPO)
                   MOVE GC-GRUPO (IND-GRADE) TO WRK-GRUPO-BUSCA
                   CALL "PROG07V" USING WRK-CURSO-CATALOGO
                       WRK-GRUPO-BUSCA TG-DESCRICAO (IND-GRUPO)
                       TG-TIPO-MINIMO (IND-GRUPO) TG-MINIMO (IND-GRUPO)
                       WRK-ACHOU-REGRA
                   END-CALL
                   MOVE ZEROS TO TG-CUMPRIDO (IND-GRUPO)
                   MOVE 'S' TO WRK-ACHOU-GRUPO
               END-IF
           END-IF

           IF WRK-ACHOU-GRUPO = 'S'
               PERFORM VERIFICA-APROVADA
               IF WRK-APROVADA = 'S'
                   IF TG-TIPO-MINIMO (IND-GRUPO) = 'H'
                       ADD GC-CARGA (IND-GRADE) TO
                           TG-CUMPRIDO (IND-GRUPO)
                   ELSE
                       ADD 1 TO TG-CUMPRIDO (IND-GRUPO)
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Lista no relatorio a vaga do grupo optativo IND-GRUPO do aluno
      * corrente: o que falta para o minimo e as disciplinas do grupo
      * ainda nao aprovadas, para a escolha do coordenador.
      * ----------------------------------------------------------------
       LISTA-VAGA-OPTATIVA.

           ADD 1 TO CNT-VAGAS-OPTATIVAS
           COMPUTE WRK-FALTAM =
               TG-MINIMO (IND-GRUPO) - TG-CUMPRIDO (IND-GRUPO)
           IF TG-TIPO-MINIMO (IND-GRUPO) = 'H'
               MOVE " HORA(S)" TO WRK-UNIDADE-MINIMO
           ELSE
               MOVE " DISCIPLINA(S)" TO WRK-UNIDADE-MINIMO
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           STRING "  VAGA OPTATIVA: GRUPO " TG-GRUPO (IND-GRUPO)
               " - " TG-DESCRICAO (IND-GRUPO)
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "    FALTAM " WRK-FALTAM WRK-UNIDADE-MINIMO
               ". OPCOES DO GRUPO AINDA NAO APROVADAS:"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           PERFORM VARYING IND-GRADE FROM 1 BY 1
                   UNTIL IND-GRADE > QTD-GRADE
               IF GC-GRUPO (IND-GRADE) = TG-GRUPO (IND-GRUPO)
                   PERFORM VERIFICA-APROVADA
                   IF WRK-APROVADA NOT = 'S'
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "      " GC-DISCIPLINA (IND-GRADE)
                           " " GC-CARGA (IND-GRADE) "H"
                           DELIMITED BY SIZE INTO RELATORIO-LINHA
                       WRITE RELATORIO-LINHA
                   END-IF
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Carrega do CATALOGO a grade do curso do aluno corrente.
      * ----------------------------------------------------------------
                               ADD 1 TO QTD-GRADE
                               MOVE CAT-DISCIPLINA TO
                                   GC-DISCIPLINA (QTD-GRADE)
                               MOVE CAT-GRUPO TO GC-GRUPO (QTD-GRADE)
                               IF CAT-CARGA-HORARIA IS NUMERIC
                                   MOVE CAT-CARGA-HORARIA TO
                                       GC-CARGA (QTD-GRADE)
                               ELSE
                                   MOVE ZEROS TO GC-CARGA (QTD-GRADE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
