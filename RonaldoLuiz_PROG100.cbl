      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Deteccao de abandono - o aluno que simplesmente deixa
      *          de vir continua ativo (A) no ALUNCAD para sempre e
      *          engorda o censo (PROG69), a virada (PROG63) e o
      *          faturamento (PROG70). Roda depois do prazo de
      *          inscricao de um periodo (conferido no calendario via
      *          PROG59V, assim como o periodo anterior) e percorre os
      *          alunos ativos do ALUNCAD, apontando como candidato a
      *          abandono quem, ao mesmo tempo:
      *            - nao tem inscricao (INSCRICAO) no periodo;
      *            - nao tem nota (ALUNOS ou NOTASDISC, inclusive os
      *              arquivamentos do PROG41 no manifesto ARQPERIODO)
      *              nem frequencia (FREQUENCIA) no periodo anterior;
      *            - a ultima acao no SITMOV nao e trancamento nem
      *              transferencia.
      *          Nada e alterado aqui: os candidatos saem na lista de
      *          revisao RELABANDONO para a secretaria e no arquivo
      *          ABANDCAND (layout ABANDREC); cada caso confirmado e
      *          registrado no PROG46, opcao E (abandono), que aplica
      *          ao aluno o mesmo processamento do trancamento. Exige
      *          sign-on (PROG15V) e acesso a funcao PROG100 (PROG15A).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Afastamento pela ultima acao do SITMOV: aluno
      *                 reaberto depois de um trancamento antigo volta a
      *                 ser avaliado como candidato a abandono.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT INSCRICAO-FILE ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CHAVE OF INSCRICAO-REC
               FILE STATUS IS WS-INSCRICAO-STATUS.

           SELECT ALUNOS-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE OF ALUNOS-REC
               FILE STATUS IS WS-ALUNOS-STATUS.

           SELECT NOTASDISC-FILE ASSIGN TO "NOTASDISC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE OF NOTASDISC-REC
               FILE STATUS IS WS-NOTASDISC-STATUS.

           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE OF FREQUENCIA-REC
               FILE STATUS IS WS-FREQUENCIA-STATUS.

           SELECT SITMOV-FILE ASSIGN TO "SITMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITMOV-STATUS.

           SELECT ARQPER-FILE ASSIGN TO "ARQPERIODO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQPER-STATUS.

           SELECT ARQUIVADO-FILE ASSIGN USING WS-NOME-ARQUIVADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQUIVADO-STATUS.

           SELECT CANDIDATOS-FILE ASSIGN TO "ABANDCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATOS-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELABANDONO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.
           COPY INSCRREC.

       FD  ALUNOS-FILE.
       01  ALUNOS-REC.
           COPY GRADEREC.

       FD  NOTASDISC-FILE.
       01  NOTASDISC-REC.
           COPY GRADEREC.

       FD  FREQUENCIA-FILE.
       01  FREQUENCIA-REC.
           COPY FREQREC.

       FD  SITMOV-FILE.
       01  SITMOV-REC.
           COPY SITMOVREC.

       FD  ARQPER-FILE.
       01  ARQPER-REC.
           COPY ARQPERREC.

       FD  ARQUIVADO-FILE.
       01  ARQUIVADO-REC           PIC X(121).

       FD  CANDIDATOS-FILE.
       01  CANDIDATOS-REC.
           COPY ABANDREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(100).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-ALUNOS-STATUS     PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-FREQUENCIA-STATUS PIC X(02) VALUE "00".
       77 WS-SITMOV-STATUS     PIC X(02) VALUE "00".
       77 WS-ARQPER-STATUS     PIC X(02) VALUE "00".
       77 WS-ARQUIVADO-STATUS  PIC X(02) VALUE "00".
       77 WS-NOME-ARQUIVADO    PIC X(20) VALUE SPACES.
       77 WS-CANDIDATOS-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-PERIODO-ANT      PIC X(06) VALUE SPACES.
       77 WRK-PRAZO-INSCRICAO  PIC X(08) VALUE SPACES.
       77 WRK-CAL-RESULTADO    PIC X(01) VALUE SPACE.
       77 WRK-DATA-HOJE        PIC X(08) VALUE SPACES.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-TEM-INSCRICAO    PIC X(01) VALUE 'N'.
       77 WRK-TEM-ATIVIDADE    PIC X(01) VALUE 'N'.
       77 WRK-TEM-AFASTAMENTO  PIC X(01) VALUE 'N'.
       77 WRK-ULTIMA-ACAO      PIC X(01) VALUE SPACE.
       77 WRK-DATA-ULT-ACAO    PIC X(08) VALUE SPACES.
       77 QTD-ARQUIVADOS       PIC 9(02) VALUE ZEROS.
       77 IND-ARQ              PIC 9(02) VALUE ZEROS.
       77 CNT-ATIVOS           PIC 9(05) VALUE ZEROS.
       77 CNT-INSCRITOS        PIC 9(05) VALUE ZEROS.
       77 CNT-COM-ATIVIDADE    PIC 9(05) VALUE ZEROS.
       77 CNT-AFASTADOS        PIC 9(05) VALUE ZEROS.
       77 CNT-CANDIDATOS       PIC 9(05) VALUE ZEROS.

      * Arquivamentos do periodo anterior (PROG41) a varrer atras de
      * nota do aluno, apurados uma vez no manifesto ARQPERIODO.
       01  TABELA-ARQUIVADOS.
           05 TQ-NOME-ARQ         PIC X(20) OCCURS 10 TIMES.

      * Registro arquivado pelo PROG41 em transito para a apuracao.
       01  REG-ARQUIVADO.
           COPY GRADEREC.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "DETECCAO DE ABANDONO (RELABANDONO)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG100" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG100. "
                   "APURACAO NAO EXECUTADA."
               GOBACK
           END-IF

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "PERIODO A APURAR (EX. 2026-2):"
           ACCEPT WRK-PERIODO

           CALL "PROG59V" USING WRK-PERIODO WRK-DATA-HOJE
               WRK-CAL-RESULTADO
           END-CALL
           IF WRK-CAL-RESULTADO = 'N'
               DISPLAY "PERIODO " WRK-PERIODO " NAO CONSTA DO "
                   "CALENDARIO (PROG59)."
               GOBACK
           END-IF

           DISPLAY "PERIODO ANTERIOR (EX. 2026-1):"
           ACCEPT WRK-PERIODO-ANT

           CALL "PROG59V" USING WRK-PERIODO-ANT WRK-DATA-HOJE
               WRK-CAL-RESULTADO
           END-CALL
           IF WRK-CAL-RESULTADO = 'N'
               DISPLAY "PERIODO " WRK-PERIODO-ANT " NAO CONSTA DO "
                   "CALENDARIO (PROG59)."
               GOBACK
           END-IF

           DISPLAY "PRAZO FINAL DE INSCRICAO DO PERIODO (AAAAMMDD):"
           ACCEPT WRK-PRAZO-INSCRICAO

           IF WRK-PRAZO-INSCRICAO IS NOT NUMERIC
               DISPLAY "PRAZO DE INSCRICAO INVALIDO."
               GOBACK
           END-IF
           IF WRK-PRAZO-INSCRICAO NOT < WRK-DATA-HOJE
               DISPLAY "O PRAZO DE INSCRICAO AINDA NAO TERMINOU. "
                   "RODE A APURACAO DEPOIS DE " WRK-PRAZO-INSCRICAO
                   "."
               GOBACK
           END-IF

           PERFORM CARREGA-ARQUIVADOS

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "LISTA DE REVISAO DE ABANDONO" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "PERIODO: " WRK-PERIODO
               "  PERIODO ANTERIOR: " WRK-PERIODO-ANT
               "  PRAZO DE INSCRICAO: " WRK-PRAZO-INSCRICAO
               "  APURADO EM: " WRK-DATA-HOJE
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "ALUNOS ATIVOS SEM INSCRICAO NO PERIODO, SEM NOTA OU"
               TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "FREQUENCIA NO ANTERIOR E SEM TRANCAMENTO OU"
               TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "TRANSFERENCIA NO SITMOV (CANDIDATOS A ABANDONO):"
               TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           OPEN OUTPUT CANDIDATOS-FILE

           PERFORM APURA-ALUNOS-ATIVOS

           CLOSE CANDIDATOS-FILE

           IF CNT-CANDIDATOS = 0
               MOVE "  (NENHUM CANDIDATO A ABANDONO)" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ATIVOS AVALIADOS: " CNT-ATIVOS
               "  INSCRITOS NO PERIODO: " CNT-INSCRITOS
               "  COM ATIVIDADE NO ANTERIOR: " CNT-COM-ATIVIDADE
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "COM TRANCAMENTO/TRANSFERENCIA NO SITMOV: "
               CNT-AFASTADOS
               "  CANDIDATOS A ABANDONO: " CNT-CANDIDATOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "CONFIRME CADA CASO NO PROG46, OPCAO E - ABANDONO."
               TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           CLOSE RELATORIO-FILE

           DISPLAY "APURACAO CONCLUIDA. VEJA O RELABANDONO."
           DISPLAY "ATIVOS: " CNT-ATIVOS
               "  CANDIDATOS A ABANDONO: " CNT-CANDIDATOS

           GOBACK.

      * ----------------------------------------------------------------
      * Guarda os arquivamentos do periodo anterior (ALUNOS e
      * NOTASDISC) listados no manifesto ARQPERIODO do PROG41.
      * ----------------------------------------------------------------
       CARREGA-ARQUIVADOS.

           MOVE ZEROS TO QTD-ARQUIVADOS
           MOVE "00" TO WS-ARQPER-STATUS
           OPEN INPUT ARQPER-FILE
           IF WS-ARQPER-STATUS = "00"
               PERFORM UNTIL WS-ARQPER-STATUS = "10"
                   READ ARQPER-FILE
                       AT END
                           MOVE "10" TO WS-ARQPER-STATUS
                       NOT AT END
                           IF AP-PERIODO = WRK-PERIODO-ANT AND
                              (AP-ARQUIVO = "ALUNOS" OR
                               AP-ARQUIVO = "NOTASDISC") AND
                              QTD-ARQUIVADOS < 10
                               ADD 1 TO QTD-ARQUIVADOS
                               MOVE AP-NOME-ARQ TO
                                   TQ-NOME-ARQ (QTD-ARQUIVADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPER-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Percorre os alunos ativos do ALUNCAD aplicando os criterios de
      * abandono na ordem do mais barato para o mais caro.
      * ----------------------------------------------------------------
       APURA-ALUNOS-ATIVOS.

           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS NOT = "00"
               DISPLAY "CADASTRO MESTRE ALUNCAD NAO ENCONTRADO."
               MOVE "ALUNCAD INDISPONIVEL. NADA APURADO." TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               CLOSE ALUNO-CAD-FILE
           ELSE
               PERFORM UNTIL WS-ALUNCAD-STATUS = "10"
                   READ ALUNO-CAD-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ALUNCAD-STATUS
                       NOT AT END
                           IF AC-SITUACAO-CAD = 'A'
                               MOVE AC-MATRICULA TO WRK-MATRICULA
                               ADD 1 TO CNT-ATIVOS
                               PERFORM AVALIA-UM-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNO-CAD-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Aplica ao aluno corrente os tres criterios; o que passa por
      * todos entra na lista de revisao.
      * ----------------------------------------------------------------
       AVALIA-UM-ALUNO.

           PERFORM VERIFICA-INSCRICAO
           IF WRK-TEM-INSCRICAO = 'S'
               ADD 1 TO CNT-INSCRITOS
           ELSE
               PERFORM VERIFICA-ATIVIDADE
               IF WRK-TEM-ATIVIDADE = 'S'
                   ADD 1 TO CNT-COM-ATIVIDADE
               ELSE
                   PERFORM VERIFICA-AFASTAMENTO
                   IF WRK-TEM-AFASTAMENTO = 'S'
                       ADD 1 TO CNT-AFASTADOS
                   ELSE
                       PERFORM GRAVA-CANDIDATO
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Procura inscricao do aluno no periodo (START na matricula da
      * chave matricula + materia + periodo).
      * ----------------------------------------------------------------
       VERIFICA-INSCRICAO.

           MOVE 'N' TO WRK-TEM-INSCRICAO
           MOVE "00" TO WS-INSCRICAO-STATUS
           OPEN INPUT INSCRICAO-FILE
           IF WS-INSCRICAO-STATUS = "00"
               MOVE WRK-MATRICULA TO IN-MATRICULA
               MOVE LOW-VALUES    TO IN-MATERIA
               MOVE LOW-VALUES    TO IN-PERIODO
               START INSCRICAO-FILE KEY NOT LESS THAN IN-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-INSCRICAO-STATUS
               END-START
               PERFORM UNTIL WS-INSCRICAO-STATUS = "10"
                          OR WRK-TEM-INSCRICAO = 'S'
                   READ INSCRICAO-FILE NEXT
                       AT END
                           MOVE "10" TO WS-INSCRICAO-STATUS
                       NOT AT END
                           IF IN-MATRICULA NOT = WRK-MATRICULA
                               MOVE "10" TO WS-INSCRICAO-STATUS
                           ELSE
                               IF IN-PERIODO = WRK-PERIODO
                                   MOVE 'S' TO WRK-TEM-INSCRICAO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSCRICAO-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Procura nota (ALUNOS, NOTASDISC e arquivamentos) ou frequencia
      * do aluno no periodo anterior.
      * ----------------------------------------------------------------
       VERIFICA-ATIVIDADE.

           MOVE 'N' TO WRK-TEM-ATIVIDADE

           MOVE "00" TO WS-NOTASDISC-STATUS
           OPEN INPUT NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS = "00"
               MOVE WRK-MATRICULA TO GR-MATRICULA OF NOTASDISC-REC
               MOVE LOW-VALUES    TO GR-MATERIA OF NOTASDISC-REC
               MOVE LOW-VALUES    TO GR-PERIODO OF NOTASDISC-REC
               START NOTASDISC-FILE KEY NOT LESS THAN
                       GR-CHAVE OF NOTASDISC-REC
                   INVALID KEY
                       MOVE "10" TO WS-NOTASDISC-STATUS
               END-START
               PERFORM UNTIL WS-NOTASDISC-STATUS = "10"
                          OR WRK-TEM-ATIVIDADE = 'S'
                   READ NOTASDISC-FILE NEXT
                       AT END
                           MOVE "10" TO WS-NOTASDISC-STATUS
                       NOT AT END
                           IF GR-MATRICULA OF NOTASDISC-REC NOT =
                                   WRK-MATRICULA
                               MOVE "10" TO WS-NOTASDISC-STATUS
                           ELSE
                               IF GR-PERIODO OF NOTASDISC-REC =
                                       WRK-PERIODO-ANT
                                   MOVE 'S' TO WRK-TEM-ATIVIDADE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTASDISC-FILE
           END-IF

           IF WRK-TEM-ATIVIDADE NOT = 'S'
               MOVE "00" TO WS-ALUNOS-STATUS
               OPEN INPUT ALUNOS-FILE
               IF WS-ALUNOS-STATUS = "00"
                   MOVE WRK-MATRICULA TO GR-MATRICULA OF ALUNOS-REC
                   MOVE LOW-VALUES    TO GR-MATERIA OF ALUNOS-REC
                   MOVE LOW-VALUES    TO GR-PERIODO OF ALUNOS-REC
                   START ALUNOS-FILE KEY NOT LESS THAN
                           GR-CHAVE OF ALUNOS-REC
                       INVALID KEY
                           MOVE "10" TO WS-ALUNOS-STATUS
                   END-START
                   PERFORM UNTIL WS-ALUNOS-STATUS = "10"
                              OR WRK-TEM-ATIVIDADE = 'S'
                       READ ALUNOS-FILE NEXT
                           AT END
                               MOVE "10" TO WS-ALUNOS-STATUS
                           NOT AT END
                               IF GR-MATRICULA OF ALUNOS-REC NOT =
                                       WRK-MATRICULA
                                   MOVE "10" TO WS-ALUNOS-STATUS
                               ELSE
                                   IF GR-PERIODO OF ALUNOS-REC =
                                           WRK-PERIODO-ANT
                                       MOVE 'S' TO WRK-TEM-ATIVIDADE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ALUNOS-FILE
               END-IF
           END-IF

           IF WRK-TEM-ATIVIDADE NOT = 'S'
               MOVE "00" TO WS-FREQUENCIA-STATUS
               OPEN INPUT FREQUENCIA-FILE
               IF WS-FREQUENCIA-STATUS = "00"
                   MOVE WRK-MATRICULA TO FQ-MATRICULA
                   MOVE LOW-VALUES    TO FQ-MATERIA
                   MOVE LOW-VALUES    TO FQ-PERIODO
                   START FREQUENCIA-FILE KEY NOT LESS THAN FQ-CHAVE
                       INVALID KEY
                           MOVE "10" TO WS-FREQUENCIA-STATUS
                   END-START
                   PERFORM UNTIL WS-FREQUENCIA-STATUS = "10"
                              OR WRK-TEM-ATIVIDADE = 'S'
                       READ FREQUENCIA-FILE NEXT
                           AT END
                               MOVE "10" TO WS-FREQUENCIA-STATUS
                           NOT AT END
                               IF FQ-MATRICULA NOT = WRK-MATRICULA
                                   MOVE "10" TO WS-FREQUENCIA-STATUS
                               ELSE
                                   IF FQ-PERIODO = WRK-PERIODO-ANT
                                       MOVE 'S' TO WRK-TEM-ATIVIDADE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FREQUENCIA-FILE
               END-IF
           END-IF

           PERFORM VARYING IND-ARQ FROM 1 BY 1
                   UNTIL IND-ARQ > QTD-ARQUIVADOS
                      OR WRK-TEM-ATIVIDADE = 'S'
               MOVE TQ-NOME-ARQ (IND-ARQ) TO WS-NOME-ARQUIVADO
               PERFORM VARRE-UM-ARQUIVAMENTO
           END-PERFORM.

      * ----------------------------------------------------------------
      * Varre um arquivamento do periodo anterior atras de nota do
      * aluno corrente.
      * ----------------------------------------------------------------
       VARRE-UM-ARQUIVAMENTO.

           MOVE "00" TO WS-ARQUIVADO-STATUS
           OPEN INPUT ARQUIVADO-FILE
           IF WS-ARQUIVADO-STATUS = "00"
               PERFORM UNTIL WS-ARQUIVADO-STATUS = "10"
                          OR WRK-TEM-ATIVIDADE = 'S'
                   READ ARQUIVADO-FILE INTO REG-ARQUIVADO
                       AT END
                           MOVE "10" TO WS-ARQUIVADO-STATUS
                       NOT AT END
                           IF GR-MATRICULA OF REG-ARQUIVADO =
                                   WRK-MATRICULA AND
                              GR-PERIODO OF REG-ARQUIVADO =
                                   WRK-PERIODO-ANT
                               MOVE 'S' TO WRK-TEM-ATIVIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVADO-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Ultima acao do aluno no SITMOV (maior data efetiva; na mesma
      * data, a gravada por ultimo): afastado so quando ela e
      * trancamento ou transferencia. Reabertura (A) depois de um
      * trancamento antigo volta a deixar o aluno como candidato.
      * ----------------------------------------------------------------
       VERIFICA-AFASTAMENTO.

           MOVE 'N' TO WRK-TEM-AFASTAMENTO
           MOVE SPACE TO WRK-ULTIMA-ACAO
           MOVE SPACES TO WRK-DATA-ULT-ACAO
           MOVE "00" TO WS-SITMOV-STATUS
           OPEN INPUT SITMOV-FILE
           IF WS-SITMOV-STATUS = "00"
               PERFORM UNTIL WS-SITMOV-STATUS = "10"
                   READ SITMOV-FILE
                       AT END
                           MOVE "10" TO WS-SITMOV-STATUS
                       NOT AT END
                           IF SM-MATRICULA = WRK-MATRICULA AND
                              SM-DATA-EFETIVA >= WRK-DATA-ULT-ACAO
                               MOVE SM-ACAO TO WRK-ULTIMA-ACAO
                               MOVE SM-DATA-EFETIVA TO WRK-DATA-ULT-ACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITMOV-FILE
           END-IF
           IF WRK-ULTIMA-ACAO = 'T' OR WRK-ULTIMA-ACAO = 'R'
               MOVE 'S' TO WRK-TEM-AFASTAMENTO
           END-IF.

      * ----------------------------------------------------------------
      * Lista o aluno corrente como candidato no RELABANDONO e no
      * ABANDCAND.
      * ----------------------------------------------------------------
       GRAVA-CANDIDATO.

           ADD 1 TO CNT-CANDIDATOS

           MOVE SPACES TO RELATORIO-LINHA
           STRING "  " AC-MATRICULA " " AC-NOME " " AC-CURSO
               " TURMA " AC-TURMA
               " INGRESSO " AC-DATA-INGRESSO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE SPACES          TO CANDIDATOS-REC
           MOVE AC-MATRICULA    TO AB-MATRICULA
           MOVE AC-NOME         TO AB-NOME
           MOVE AC-CURSO        TO AB-CURSO
           MOVE AC-TURMA        TO AB-TURMA
           MOVE WRK-PERIODO     TO AB-PERIODO
           MOVE WRK-PERIODO-ANT TO AB-PERIODO-ANT
           MOVE WRK-DATA-HOJE   TO AB-DATA-APURACAO
           WRITE CANDIDATOS-REC.

       END PROGRAM PROG100.
