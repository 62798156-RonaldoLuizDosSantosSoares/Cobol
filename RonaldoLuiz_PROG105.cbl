      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Apuracao da avaliacao institucional (avaliacao das
      *          disciplinas e docentes pelos alunos), que ate aqui ia
      *          para planilha semanas depois do fim do periodo. Le o
      *          arquivo delimitado AVALRESP (uma linha por resposta a
      *          uma questao: matricula;materia;periodo;questao;nota),
      *          aceita so respostas do periodo informado, de aluno
      *          inscrito na materia (INSCRICAO, que da a turma), com
      *          questao de 01 a 20 e nota de 1 a 5, e uma so resposta
      *          por aluno e turma: as linhas consecutivas do mesmo
      *          aluno e materia formam uma resposta, e a segunda
      *          resposta do aluno para a mesma turma e recusada por
      *          inteiro. Emite o RELAVALINST por docente (ATRIBDOC e
      *          DOCENTES) e turma e por materia, com a media de cada
      *          questao e a taxa de resposta sobre os inscritos.
      *          Turma com menos respostas que o minimo do controle
      *          AVALMIN (5 quando o controle nao existe) sai com o
      *          resultado suprimido; a materia tambem, quando as
      *          respostas das turmas suprimidas, somadas, ficam
      *          abaixo do minimo (o total da materia menos as turmas
      *          publicadas revelaria a turma suprimida). A matricula
      *          nao sai em nenhuma saida: o rejeito AVALREJ identifica
      *          a linha pelo numero dela no arquivo recebido. O
      *          minimo e alterado pela opcao M (funcao PROG105-MINIMO),
      *          com trilha no CONFHIST. Exige sign-on (PROG15V) e
      *          acesso a funcao PROG105 (PROG15A). Motivos do
      *          rejeito:
      *            01 = matricula invalida (digito verificador)
      *            02 = periodo diferente do apurado
      *            03 = questao fora de 01 a 20
      *            04 = nota fora de 1 a 5
      *            05 = aluno nao inscrito na materia no periodo
      *            06 = segunda resposta do aluno para a turma
      *            07 = questao repetida na mesma resposta
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Mais de 300 turmas ou de 9000 respondentes
      *                 vai ao PROG31E (REPORTA-LIMITE-TABELA) em vez
      *                 de abortar so com DISPLAY ou rejeitar com o
      *                 motivo 08, que deixa de existir.
      *   15/10 - RLS - Pergunta do periodo no formato da casa
      *                 (EX. 2026-1).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG105.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPOSTAS-FILE ASSIGN TO "AVALRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPOSTAS-STATUS.

           SELECT INSCRICAO-FILE ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CHAVE OF INSCRICAO-REC
               FILE STATUS IS WS-INSCRICAO-STATUS.

           SELECT ATRIBDOC-FILE ASSIGN TO "ATRIBDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATRIBDOC-STATUS.

           SELECT DOCENTES-FILE ASSIGN TO "DOCENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-ID OF DOCENTE-REC
               FILE STATUS IS WS-DOCENTES-STATUS.

           SELECT AVALMIN-FILE ASSIGN TO "AVALMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVALMIN-STATUS.

           SELECT CONFHIST-FILE ASSIGN TO "CONFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFHIST-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT REJEITO-FILE ASSIGN TO "AVALREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJEITO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELAVALINST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPOSTAS-FILE.
       01  RESPOSTAS-LINHA         PIC X(70).

       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.
           COPY INSCRREC.

       FD  ATRIBDOC-FILE.
       01  ATRIBDOC-REC.
           COPY ATRIBDREC.

       FD  DOCENTES-FILE.
       01  DOCENTE-REC.
           COPY DOCENTREC.

      * Minimo de respostas para publicar o resultado de uma turma.
       FD  AVALMIN-FILE.
       01  AVALMIN-REC.
           05 AM-MINIMO           PIC 9(03).

       FD  CONFHIST-FILE.
       01  CONFHIST-REC.
           COPY CONFHREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

      * Linha recusada, identificada pelo numero da linha no arquivo
      * recebido (sem a matricula).
       FD  REJEITO-FILE.
       01  REJEITO-REC.
           05 RJ-MOTIVO            PIC X(02).
           05 FILLER               PIC X(01).
           05 RJ-NUMERO-LINHA      PIC 9(06).
           05 FILLER               PIC X(01).
           05 RJ-MATERIA           PIC X(30).
           05 FILLER               PIC X(01).
           05 RJ-PERIODO           PIC X(06).
           05 FILLER               PIC X(01).
           05 RJ-QUESTAO           PIC X(02).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(100).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-RESPOSTAS-STATUS  PIC X(02) VALUE "00".
       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-ATRIBDOC-STATUS   PIC X(02) VALUE "00".
       77 WS-DOCENTES-STATUS   PIC X(02) VALUE "00".
       77 WS-AVALMIN-STATUS    PIC X(02) VALUE "00".
       77 WS-CONFHIST-STATUS   PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-REJEITO-STATUS    PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-MINIMO           PIC 9(03) VALUE 5.
       77 WRK-MINIMO-NOVO      PIC 9(03) VALUE ZEROS.
       77 WRK-CAMPO            PIC X(30) VALUE SPACES.
       77 WRK-ANTES            PIC X(30) VALUE SPACES.
       77 WRK-DEPOIS           PIC X(30) VALUE SPACES.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 WRK-MOTIVO           PIC X(02) VALUE SPACES.
       77 WRK-DIGITO-VALIDO    PIC X VALUE 'N'.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-QUESTAO          PIC 9(02) VALUE ZEROS.
       77 WRK-NOTA             PIC 9(01) VALUE ZERO.
       77 WRK-TURMA            PIC X(10) VALUE SPACES.
       77 WRK-CHAVE-GRUPO      PIC X(40) VALUE SPACES.
       77 WRK-CHAVE-ANTERIOR   PIC X(40) VALUE SPACES.
       77 WRK-GRUPO-CONFERIDO  PIC X(01) VALUE 'N'.
       77 WRK-GRUPO-REPETIDO   PIC X(01) VALUE 'N'.
       77 WRK-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-NOME-DOCENTE     PIC X(30) VALUE SPACES.
       77 WRK-DOCENTES-OK      PIC X(01) VALUE 'N'.
       77 WRK-PUBLICA          PIC X(01) VALUE 'N'.
       77 IND-TURMA            PIC 9(03) VALUE ZEROS.
       77 IND-OUTRA            PIC 9(03) VALUE ZEROS.
       77 IND-DOCENTE          PIC 9(03) VALUE ZEROS.
       77 IND-QUESTAO          PIC 9(02) VALUE ZEROS.
       77 IND-RESPONDENTE      PIC 9(05) VALUE ZEROS.
       77 QTD-TURMAS           PIC 9(03) VALUE ZEROS.
       77 QTD-DOCENTES         PIC 9(03) VALUE ZEROS.
       77 QTD-RESPONDENTES     PIC 9(05) VALUE ZEROS.
       77 CNT-LIDAS            PIC 9(06) VALUE ZEROS.
       77 CNT-ACEITAS          PIC 9(06) VALUE ZEROS.
       77 CNT-REJEITADAS       PIC 9(06) VALUE ZEROS.
       77 CNT-SUPRIMIDAS       PIC 9(03) VALUE ZEROS.
       77 TOT-INSCRITOS        PIC 9(05) VALUE ZEROS.
       77 TOT-RESPONDENTES     PIC 9(05) VALUE ZEROS.
       77 TOT-RESP-SUPRIMIDAS  PIC 9(05) VALUE ZEROS.
       77 WRK-TAXA             PIC 9(03)V9 VALUE ZEROS.
       77 WRK-MEDIA            PIC 9(01)V99 VALUE ZEROS.
       77 WRK-TAXA-EDIT        PIC ZZ9.9.
       77 WRK-MEDIA-EDIT       PIC 9.99.
       77 WRK-QTD-EDIT         PIC ZZZZ9.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELAVALINST".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG105".
       77 WRK-ERR-PROGRAMA     PIC X(08) VALUE 'PROG105'.
       77 WRK-ERR-ARQUIVO      PIC X(12) VALUE 'INSCRICAO'.
       77 WRK-ERR-OPERACAO     PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS       PIC X(02) VALUE SPACES.

      * Campos desmontados da linha delimitada de resposta.
       01  CAMPOS-LINHA.
           05 CL-MATRICULA-TXT    PIC X(10).
           05 CL-MATERIA          PIC X(30).
           05 CL-PERIODO          PIC X(06).
           05 CL-QUESTAO-TXT      PIC X(02).
           05 CL-NOTA-TXT         PIC X(01).

      * Turmas do periodo apurado (materia + turma do INSCRICAO), com
      * o docente atribuido, os inscritos, os respondentes e a soma e
      * a quantidade de notas de cada questao.
       01  TABELA-TURMAS.
           05 TT-ENTRADA OCCURS 300 TIMES.
              10 TT-MATERIA       PIC X(30).
              10 TT-TURMA         PIC X(10).
              10 TT-DOCENTE       PIC X(10).
              10 TT-INSCRITOS     PIC 9(05).
              10 TT-RESPONDENTES  PIC 9(05).
              10 TT-QUESTAO OCCURS 20 TIMES.
                 15 TT-SOMA       PIC 9(07).
                 15 TT-QTD        PIC 9(05).

      * Docentes das turmas, na ordem em que aparecem (branco = turma
      * sem docente atribuido).
       01  TABELA-DOCENTES.
           05 TD-DOCENTE          PIC X(10) OCCURS 300 TIMES.

      * Alunos que ja responderam por turma, so em memoria, para a
      * regra de uma resposta por aluno e turma.
       01  TABELA-RESPONDENTES.
           05 RP-ENTRADA OCCURS 9000 TIMES.
              10 RP-MATRICULA     PIC 9(06).
              10 RP-TURMA         PIC 9(03).

      * Questoes ja respondidas na resposta corrente.
       01  QUESTOES-RESPONDIDAS.
           05 QR-MARCA            PIC X(01) OCCURS 20 TIMES.

      * Acumulado da materia para a segunda parte do relatorio.
       01  ACUMULADO-MATERIA.
           05 AC-INSCRITOS        PIC 9(05).
           05 AC-RESPONDENTES     PIC 9(05).
           05 AC-QUESTAO OCCURS 20 TIMES.
              10 AC-SOMA          PIC 9(07).
              10 AC-QTD           PIC 9(05).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "AVALIACAO INSTITUCIONAL (RELAVALINST)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG105" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG105. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           PERFORM LE-MINIMO

           DISPLAY "MINIMO DE RESPOSTAS POR TURMA: " WRK-MINIMO
           DISPLAY "A - APURAR AS RESPOSTAS DO AVALRESP"
           DISPLAY "M - ALTERAR O MINIMO DE RESPOSTAS"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM APURA-AVALIACAO
               WHEN 'M'
               WHEN 'm'
                   PERFORM ALTERA-MINIMO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE

           GOBACK.

      * ----------------------------------------------------------------
      * Le o minimo de respostas do controle AVALMIN (5 quando o
      * controle nao existe).
      * ----------------------------------------------------------------
       LE-MINIMO.

           MOVE 5 TO WRK-MINIMO
           MOVE "00" TO WS-AVALMIN-STATUS
           OPEN INPUT AVALMIN-FILE
           IF WS-AVALMIN-STATUS = "00"
               READ AVALMIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AM-MINIMO IS NUMERIC AND AM-MINIMO > 0
                           MOVE AM-MINIMO TO WRK-MINIMO
                       END-IF
               END-READ
               CLOSE AVALMIN-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Grava o novo minimo de respostas e registra a alteracao na
      * trilha CONFHIST (funcao propria, PROG105-MINIMO).
      * ----------------------------------------------------------------
       ALTERA-MINIMO.

           MOVE "PROG105-MINIMO" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG105-MINIMO. "
                   "MINIMO NAO ALTERADO."
           ELSE
               DISPLAY "NOVO MINIMO DE RESPOSTAS (001 A 999, ZERO "
                   "MANTEM):"
               ACCEPT WRK-MINIMO-NOVO

               IF WRK-MINIMO-NOVO = ZEROS OR
                  WRK-MINIMO-NOVO = WRK-MINIMO
                   DISPLAY "MINIMO DE RESPOSTAS MANTIDO."
               ELSE
                   OPEN OUTPUT AVALMIN-FILE
                   MOVE WRK-MINIMO-NOVO TO AM-MINIMO
                   WRITE AVALMIN-REC
                   CLOSE AVALMIN-FILE

                   MOVE "MINIMO DE RESPOSTAS" TO WRK-CAMPO
                   MOVE WRK-MINIMO TO WRK-ANTES
                   MOVE WRK-MINIMO-NOVO TO WRK-DEPOIS
                   PERFORM GRAVA-CONFHIST

                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING "MINIMO AVAL. INST. DE " WRK-MINIMO
                       " PARA " WRK-MINIMO-NOVO
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM GRAVA-TRANSACAO
                   DISPLAY "MINIMO DE RESPOSTAS ALTERADO PARA "
                       WRK-MINIMO-NOVO "."
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Apura as respostas do periodo informado e emite o relatorio.
      * ----------------------------------------------------------------
       APURA-AVALIACAO.

           DISPLAY "PERIODO AVALIADO (EX. 2026-1):"
           ACCEPT WRK-PERIODO

           PERFORM CARREGA-TURMAS
           IF QTD-TURMAS = 0
               DISPLAY "NENHUMA INSCRICAO NO PERIODO " WRK-PERIODO
                   ". APURACAO NAO REALIZADA."
               GO TO APURA-AVALIACAO-FIM
           END-IF

           OPEN INPUT RESPOSTAS-FILE
           IF WS-RESPOSTAS-STATUS NOT = "00"
               DISPLAY "ARQUIVO AVALRESP NAO ENCONTRADO."
               GO TO APURA-AVALIACAO-FIM
           END-IF

           PERFORM ATRIBUI-DOCENTES

           MOVE "00" TO WS-INSCRICAO-STATUS
           OPEN INPUT INSCRICAO-FILE
           OPEN OUTPUT REJEITO-FILE
           MOVE SPACES TO WRK-CHAVE-ANTERIOR

           PERFORM APURA-UMA-LINHA
               UNTIL WS-RESPOSTAS-STATUS = "10"

           CLOSE RESPOSTAS-FILE
           CLOSE INSCRICAO-FILE
           CLOSE REJEITO-FILE

           PERFORM EMITE-RELATORIO

           MOVE SPACES TO WRK-DESCRICAO-LOG
           STRING "AVAL. INST. " WRK-PERIODO " ACEITAS " CNT-ACEITAS
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
           PERFORM GRAVA-TRANSACAO

           DISPLAY "LINHAS LIDAS......: " CNT-LIDAS
           DISPLAY "LINHAS ACEITAS....: " CNT-ACEITAS
           DISPLAY "LINHAS REJEITADAS.: " CNT-REJEITADAS
           DISPLAY "TURMAS SUPRIMIDAS.: " CNT-SUPRIMIDAS
           DISPLAY "REJEITADAS GRAVADAS EM AVALREJ."
           DISPLAY "RELATORIO GRAVADO EM RELAVALINST.".

       APURA-AVALIACAO-FIM.
           EXIT.

      * ----------------------------------------------------------------
      * Monta a tabela das turmas do periodo a partir do INSCRICAO,
      * contando os inscritos de cada uma.
      * ----------------------------------------------------------------
       CARREGA-TURMAS.

           MOVE ZEROS TO QTD-TURMAS
           MOVE "00" TO WS-INSCRICAO-STATUS
           OPEN INPUT INSCRICAO-FILE
           IF WS-INSCRICAO-STATUS = "00"
               PERFORM UNTIL WS-INSCRICAO-STATUS = "10"
                   READ INSCRICAO-FILE NEXT
                       AT END
                           MOVE "10" TO WS-INSCRICAO-STATUS
                       NOT AT END
                           IF IN-PERIODO = WRK-PERIODO
                               MOVE IN-MATERIA TO CL-MATERIA
                               MOVE IN-TURMA TO WRK-TURMA
                               PERFORM LOCALIZA-TURMA
                               IF WRK-ACHOU NOT = 'S'
                                   PERFORM INCLUI-TURMA
                               END-IF
                               ADD 1 TO TT-INSCRITOS (IND-TURMA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSCRICAO-FILE
           END-IF
           MOVE "00" TO WS-INSCRICAO-STATUS.

      * ----------------------------------------------------------------
      * Procura CL-MATERIA + WRK-TURMA na tabela de turmas (IND-TURMA
      * aponta a turma quando WRK-ACHOU = 'S').
      * ----------------------------------------------------------------
       LOCALIZA-TURMA.

           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING IND-TURMA FROM 1 BY 1
                   UNTIL IND-TURMA > QTD-TURMAS OR WRK-ACHOU = 'S'
               IF TT-MATERIA (IND-TURMA) = CL-MATERIA AND
                  TT-TURMA (IND-TURMA) = WRK-TURMA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM
           IF WRK-ACHOU = 'S'
               SUBTRACT 1 FROM IND-TURMA
           END-IF.

      * ----------------------------------------------------------------
      * Acrescenta CL-MATERIA + WRK-TURMA a tabela de turmas.
      * ----------------------------------------------------------------
       INCLUI-TURMA.

           IF QTD-TURMAS = 300
               MOVE "INSCRICAO" TO WRK-ERR-ARQUIVO
               PERFORM REPORTA-LIMITE-TABELA
           END-IF
           ADD 1 TO QTD-TURMAS
           MOVE QTD-TURMAS TO IND-TURMA
           MOVE CL-MATERIA TO TT-MATERIA (IND-TURMA)
           MOVE WRK-TURMA  TO TT-TURMA (IND-TURMA)
           MOVE SPACES     TO TT-DOCENTE (IND-TURMA)
           MOVE ZEROS      TO TT-INSCRITOS (IND-TURMA)
           MOVE ZEROS      TO TT-RESPONDENTES (IND-TURMA)
           PERFORM VARYING IND-QUESTAO FROM 1 BY 1
                   UNTIL IND-QUESTAO > 20
               MOVE ZEROS TO TT-SOMA (IND-TURMA IND-QUESTAO)
               MOVE ZEROS TO TT-QTD (IND-TURMA IND-QUESTAO)
           END-PERFORM.

      * ----------------------------------------------------------------
      * Atribui a cada turma o docente do ATRIBDOC (materia, periodo e
      * turma; atribuicao sem turma vale para todas as turmas da
      * materia que nao tenham atribuicao propria).
      * ----------------------------------------------------------------
       ATRIBUI-DOCENTES.

           MOVE "00" TO WS-ATRIBDOC-STATUS
           OPEN INPUT ATRIBDOC-FILE
           IF WS-ATRIBDOC-STATUS = "00"
               PERFORM UNTIL WS-ATRIBDOC-STATUS = "10"
                   READ ATRIBDOC-FILE
                       AT END
                           MOVE "10" TO WS-ATRIBDOC-STATUS
                       NOT AT END
                           IF AT-PERIODO = WRK-PERIODO
                               PERFORM APLICA-ATRIBUICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATRIBDOC-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Aplica a atribuicao corrente as turmas da tabela.
      * ----------------------------------------------------------------
       APLICA-ATRIBUICAO.

           PERFORM VARYING IND-TURMA FROM 1 BY 1
                   UNTIL IND-TURMA > QTD-TURMAS
               IF TT-MATERIA (IND-TURMA) = AT-MATERIA
                   IF AT-TURMA = TT-TURMA (IND-TURMA)
                       MOVE AT-DOCENTE TO TT-DOCENTE (IND-TURMA)
                   ELSE
                       IF AT-TURMA = SPACES AND
                          TT-DOCENTE (IND-TURMA) = SPACES
                           MOVE AT-DOCENTE TO TT-DOCENTE (IND-TURMA)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Le, desmonta, valida e apura (ou rejeita) uma linha do arquivo
      * de respostas.
      * ----------------------------------------------------------------
       APURA-UMA-LINHA.

           READ RESPOSTAS-FILE
               AT END
                   MOVE "10" TO WS-RESPOSTAS-STATUS
               NOT AT END
                   ADD 1 TO CNT-LIDAS
                   PERFORM DESMONTA-LINHA
                   PERFORM CONFERE-GRUPO
                   PERFORM VALIDA-LINHA
                   IF WRK-MOTIVO = SPACES
                       ADD 1 TO CNT-ACEITAS
                       MOVE 'S' TO QR-MARCA (WRK-QUESTAO)
                       ADD WRK-NOTA TO
                           TT-SOMA (IND-TURMA WRK-QUESTAO)
                       ADD 1 TO TT-QTD (IND-TURMA WRK-QUESTAO)
                   ELSE
                       ADD 1 TO CNT-REJEITADAS
                       PERFORM GRAVA-REJEITO
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Desmonta a linha delimitada por ponto-e-virgula nos cinco
      * campos esperados.
      * ----------------------------------------------------------------
       DESMONTA-LINHA.

           MOVE SPACES TO CAMPOS-LINHA
           UNSTRING RESPOSTAS-LINHA DELIMITED BY ";"
               INTO CL-MATRICULA-TXT CL-MATERIA CL-PERIODO
                   CL-QUESTAO-TXT CL-NOTA-TXT
           END-UNSTRING.

      * ----------------------------------------------------------------
      * Linha de outro aluno ou materia que a anterior comeca uma nova
      * resposta: a conferencia de resposta repetida fica para a
      * primeira linha valida dela.
      * ----------------------------------------------------------------
       CONFERE-GRUPO.

           MOVE SPACES TO WRK-CHAVE-GRUPO
           STRING CL-MATRICULA-TXT CL-MATERIA
               DELIMITED BY SIZE INTO WRK-CHAVE-GRUPO
           IF WRK-CHAVE-GRUPO NOT = WRK-CHAVE-ANTERIOR
               MOVE WRK-CHAVE-GRUPO TO WRK-CHAVE-ANTERIOR
               MOVE 'N' TO WRK-GRUPO-CONFERIDO
               MOVE 'N' TO WRK-GRUPO-REPETIDO
               MOVE SPACES TO QUESTOES-RESPONDIDAS
           END-IF.

      * ----------------------------------------------------------------
      * Valida os campos da linha corrente e deixa em WRK-MOTIVO o
      * codigo do primeiro problema encontrado (espacos = linha boa).
      * ----------------------------------------------------------------
       VALIDA-LINHA.

           MOVE SPACES TO WRK-MOTIVO

           IF CL-MATRICULA-TXT (1:6) IS NOT NUMERIC
               MOVE "01" TO WRK-MOTIVO
           ELSE
               MOVE CL-MATRICULA-TXT (1:6) TO WRK-MATRICULA
               CALL "PROG10V" USING WRK-MATRICULA WRK-DIGITO-VALIDO
               END-CALL
               IF WRK-DIGITO-VALIDO NOT = 'S'
                   MOVE "01" TO WRK-MOTIVO
               END-IF
           END-IF

           IF WRK-MOTIVO = SPACES AND CL-PERIODO NOT = WRK-PERIODO
               MOVE "02" TO WRK-MOTIVO
           END-IF

           IF WRK-MOTIVO = SPACES
               IF CL-QUESTAO-TXT IS NOT NUMERIC
                   MOVE "03" TO WRK-MOTIVO
               ELSE
                   MOVE CL-QUESTAO-TXT TO WRK-QUESTAO
                   IF WRK-QUESTAO < 1 OR WRK-QUESTAO > 20
                       MOVE "03" TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF

           IF WRK-MOTIVO = SPACES
               IF CL-NOTA-TXT IS NOT NUMERIC
                   MOVE "04" TO WRK-MOTIVO
               ELSE
                   MOVE CL-NOTA-TXT TO WRK-NOTA
                   IF WRK-NOTA < 1 OR WRK-NOTA > 5
                       MOVE "04" TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF

           IF WRK-MOTIVO = SPACES
               PERFORM BUSCA-INSCRICAO
               IF WRK-ACHOU NOT = 'S'
                   MOVE "05" TO WRK-MOTIVO
               END-IF
           END-IF

           IF WRK-MOTIVO = SPACES AND WRK-GRUPO-CONFERIDO NOT = 'S'
               PERFORM CONFERE-RESPONDENTE
           END-IF

           IF WRK-MOTIVO = SPACES AND WRK-GRUPO-REPETIDO = 'S'
               MOVE "06" TO WRK-MOTIVO
           END-IF

           IF WRK-MOTIVO = SPACES AND QR-MARCA (WRK-QUESTAO) = 'S'
               MOVE "07" TO WRK-MOTIVO
           END-IF.

      * ----------------------------------------------------------------
      * Le a inscricao do aluno na materia e periodo e localiza a
      * turma dela na tabela (WRK-ACHOU = 'S' e IND-TURMA).
      * ----------------------------------------------------------------
       BUSCA-INSCRICAO.

           MOVE 'N' TO WRK-ACHOU
           MOVE WRK-MATRICULA TO IN-MATRICULA
           MOVE CL-MATERIA    TO IN-MATERIA
           MOVE CL-PERIODO    TO IN-PERIODO
           READ INSCRICAO-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE IN-TURMA TO WRK-TURMA
                   PERFORM LOCALIZA-TURMA
           END-READ.

      * ----------------------------------------------------------------
      * Primeira linha valida da resposta: confere se o aluno ja
      * respondeu para a turma; se nao, registra o respondente.
      * ----------------------------------------------------------------
       CONFERE-RESPONDENTE.

           MOVE 'S' TO WRK-GRUPO-CONFERIDO
           MOVE 'N' TO WRK-GRUPO-REPETIDO
           PERFORM VARYING IND-RESPONDENTE FROM 1 BY 1
                   UNTIL IND-RESPONDENTE > QTD-RESPONDENTES
                      OR WRK-GRUPO-REPETIDO = 'S'
               IF RP-MATRICULA (IND-RESPONDENTE) = WRK-MATRICULA AND
                  RP-TURMA (IND-RESPONDENTE) = IND-TURMA
                   MOVE 'S' TO WRK-GRUPO-REPETIDO
               END-IF
           END-PERFORM

           IF WRK-GRUPO-REPETIDO NOT = 'S'
               IF QTD-RESPONDENTES = 9000
                   MOVE "AVALRESP" TO WRK-ERR-ARQUIVO
                   PERFORM REPORTA-LIMITE-TABELA
               END-IF
               ADD 1 TO QTD-RESPONDENTES
               MOVE WRK-MATRICULA TO
                   RP-MATRICULA (QTD-RESPONDENTES)
               MOVE IND-TURMA TO RP-TURMA (QTD-RESPONDENTES)
               ADD 1 TO TT-RESPONDENTES (IND-TURMA)
           END-IF.

      * ----------------------------------------------------------------
      * Grava a linha rejeitada, sem a matricula, no AVALREJ.
      * ----------------------------------------------------------------
       GRAVA-REJEITO.

           MOVE SPACES         TO REJEITO-REC
           MOVE WRK-MOTIVO     TO RJ-MOTIVO
           MOVE CNT-LIDAS      TO RJ-NUMERO-LINHA
           MOVE CL-MATERIA     TO RJ-MATERIA
           MOVE CL-PERIODO     TO RJ-PERIODO
           MOVE CL-QUESTAO-TXT TO RJ-QUESTAO

           WRITE REJEITO-REC.

      * ----------------------------------------------------------------
      * Emite o relatorio: resultados por docente e turma e resultados
      * por materia.
      * ----------------------------------------------------------------
       EMITE-RELATORIO.

           MOVE 'N' TO WRK-DOCENTES-OK
           OPEN INPUT DOCENTES-FILE
           IF WS-DOCENTES-STATUS = "00"
               MOVE 'S' TO WRK-DOCENTES-OK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           MOVE "AVALIACAO INSTITUCIONAL - RESULTADOS" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "PERIODO: " WRK-PERIODO
               "  MINIMO DE RESPOSTAS POR TURMA: " WRK-MINIMO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "NOTAS DE 1 A 5; MEDIA POR QUESTAO; TAXA = RESPOSTAS / "
               TO RELATORIO-LINHA
           MOVE "INSCRITOS." TO RELATORIO-LINHA (55:10)
           WRITE RELATORIO-LINHA

           PERFORM MONTA-LISTA-DOCENTES
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "1. RESULTADOS POR DOCENTE E TURMA" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM IMPRIME-UM-DOCENTE
               VARYING IND-DOCENTE FROM 1 BY 1
               UNTIL IND-DOCENTE > QTD-DOCENTES

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "2. RESULTADOS POR MATERIA" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM IMPRIME-UMA-MATERIA
               VARYING IND-TURMA FROM 1 BY 1
               UNTIL IND-TURMA > QTD-TURMAS

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TURMAS: " QTD-TURMAS "  SUPRIMIDAS: " CNT-SUPRIMIDAS
               "  RESPOSTAS ACEITAS: " QTD-RESPONDENTES
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           CLOSE RELATORIO-FILE
           IF WRK-DOCENTES-OK = 'S'
               CLOSE DOCENTES-FILE
           END-IF

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-OPERADOR
           END-CALL.

      * ----------------------------------------------------------------
      * Lista os docentes distintos das turmas, na ordem da tabela.
      * ----------------------------------------------------------------
       MONTA-LISTA-DOCENTES.

           MOVE ZEROS TO QTD-DOCENTES
           PERFORM VARYING IND-TURMA FROM 1 BY 1
                   UNTIL IND-TURMA > QTD-TURMAS
               MOVE 'N' TO WRK-ACHOU
               PERFORM VARYING IND-DOCENTE FROM 1 BY 1
                       UNTIL IND-DOCENTE > QTD-DOCENTES
                   IF TD-DOCENTE (IND-DOCENTE) =
                      TT-DOCENTE (IND-TURMA)
                       MOVE 'S' TO WRK-ACHOU
                   END-IF
               END-PERFORM
               IF WRK-ACHOU NOT = 'S'
                   ADD 1 TO QTD-DOCENTES
                   MOVE TT-DOCENTE (IND-TURMA) TO
                       TD-DOCENTE (QTD-DOCENTES)
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Imprime o docente IND-DOCENTE e as turmas dele.
      * ----------------------------------------------------------------
       IMPRIME-UM-DOCENTE.

           MOVE SPACES TO WRK-NOME-DOCENTE
           IF TD-DOCENTE (IND-DOCENTE) = SPACES
               MOVE "(SEM DOCENTE ATRIBUIDO)" TO WRK-NOME-DOCENTE
           ELSE
               IF WRK-DOCENTES-OK = 'S'
                   MOVE TD-DOCENTE (IND-DOCENTE) TO DC-ID
                   READ DOCENTES-FILE
                       INVALID KEY
                           MOVE "(NAO CADASTRADO)" TO WRK-NOME-DOCENTE
                       NOT INVALID KEY
                           MOVE DC-NOME TO WRK-NOME-DOCENTE
                   END-READ
               END-IF
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "DOCENTE: " TD-DOCENTE (IND-DOCENTE) " "
               WRK-NOME-DOCENTE
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           PERFORM VARYING IND-TURMA FROM 1 BY 1
                   UNTIL IND-TURMA > QTD-TURMAS
               IF TT-DOCENTE (IND-TURMA) = TD-DOCENTE (IND-DOCENTE)
                   PERFORM IMPRIME-UMA-TURMA
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Imprime a turma IND-TURMA: inscritos, respostas, taxa e as
      * medias por questao, ou a supressao abaixo do minimo.
      * ----------------------------------------------------------------
       IMPRIME-UMA-TURMA.

           MOVE TT-INSCRITOS (IND-TURMA) TO TOT-INSCRITOS
           MOVE TT-RESPONDENTES (IND-TURMA) TO TOT-RESPONDENTES
           PERFORM CALCULA-TAXA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  " TT-MATERIA (IND-TURMA) " TURMA "
               TT-TURMA (IND-TURMA) " INSCRITOS " TOT-INSCRITOS
               " RESPOSTAS " TOT-RESPONDENTES " TAXA " WRK-TAXA-EDIT
               "%"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           IF TOT-RESPONDENTES < WRK-MINIMO
               ADD 1 TO CNT-SUPRIMIDAS
               PERFORM IMPRIME-SUPRESSAO
           ELSE
               MOVE ZEROS TO AC-INSCRITOS AC-RESPONDENTES
               PERFORM VARYING IND-QUESTAO FROM 1 BY 1
                       UNTIL IND-QUESTAO > 20
                   MOVE TT-SOMA (IND-TURMA IND-QUESTAO) TO
                       AC-SOMA (IND-QUESTAO)
                   MOVE TT-QTD (IND-TURMA IND-QUESTAO) TO
                       AC-QTD (IND-QUESTAO)
               END-PERFORM
               PERFORM IMPRIME-MEDIAS
           END-IF.

      * ----------------------------------------------------------------
      * Imprime a materia da turma IND-TURMA, somando todas as turmas
      * dela, na primeira turma da materia na tabela.
      * ----------------------------------------------------------------
       IMPRIME-UMA-MATERIA.

           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING IND-OUTRA FROM 1 BY 1
                   UNTIL IND-OUTRA >= IND-TURMA
               IF TT-MATERIA (IND-OUTRA) = TT-MATERIA (IND-TURMA)
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM

           IF WRK-ACHOU NOT = 'S'
               PERFORM ACUMULA-MATERIA
               MOVE AC-INSCRITOS TO TOT-INSCRITOS
               MOVE AC-RESPONDENTES TO TOT-RESPONDENTES
               PERFORM CALCULA-TAXA
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               STRING "  " TT-MATERIA (IND-TURMA) " INSCRITOS "
                   TOT-INSCRITOS " RESPOSTAS " TOT-RESPONDENTES
                   " TAXA " WRK-TAXA-EDIT "%"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA

               MOVE 'S' TO WRK-PUBLICA
               IF TOT-RESPONDENTES < WRK-MINIMO
                   MOVE 'N' TO WRK-PUBLICA
               END-IF
               IF TOT-RESP-SUPRIMIDAS > 0 AND
                  TOT-RESP-SUPRIMIDAS < WRK-MINIMO
                   MOVE 'N' TO WRK-PUBLICA
               END-IF

               IF WRK-PUBLICA = 'S'
                   PERFORM IMPRIME-MEDIAS
               ELSE
                   PERFORM IMPRIME-SUPRESSAO
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Soma as turmas da materia de IND-TURMA, separando as respostas
      * das turmas que ficaram abaixo do minimo.
      * ----------------------------------------------------------------
       ACUMULA-MATERIA.

           MOVE ZEROS TO AC-INSCRITOS AC-RESPONDENTES
               TOT-RESP-SUPRIMIDAS
           PERFORM VARYING IND-QUESTAO FROM 1 BY 1
                   UNTIL IND-QUESTAO > 20
               MOVE ZEROS TO AC-SOMA (IND-QUESTAO)
               MOVE ZEROS TO AC-QTD (IND-QUESTAO)
           END-PERFORM

           PERFORM VARYING IND-OUTRA FROM IND-TURMA BY 1
                   UNTIL IND-OUTRA > QTD-TURMAS
               IF TT-MATERIA (IND-OUTRA) = TT-MATERIA (IND-TURMA)
                   ADD TT-INSCRITOS (IND-OUTRA) TO AC-INSCRITOS
                   ADD TT-RESPONDENTES (IND-OUTRA) TO AC-RESPONDENTES
                   IF TT-RESPONDENTES (IND-OUTRA) < WRK-MINIMO
                       ADD TT-RESPONDENTES (IND-OUTRA) TO
                           TOT-RESP-SUPRIMIDAS
                   END-IF
                   PERFORM VARYING IND-QUESTAO FROM 1 BY 1
                           UNTIL IND-QUESTAO > 20
                       ADD TT-SOMA (IND-OUTRA IND-QUESTAO) TO
                           AC-SOMA (IND-QUESTAO)
                       ADD TT-QTD (IND-OUTRA IND-QUESTAO) TO
                           AC-QTD (IND-QUESTAO)
                   END-PERFORM
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Taxa de resposta de TOT-RESPONDENTES sobre TOT-INSCRITOS.
      * ----------------------------------------------------------------
       CALCULA-TAXA.

           MOVE ZEROS TO WRK-TAXA
           IF TOT-INSCRITOS > 0
               COMPUTE WRK-TAXA ROUNDED =
                   TOT-RESPONDENTES * 100 / TOT-INSCRITOS
           END-IF
           MOVE WRK-TAXA TO WRK-TAXA-EDIT.

      * ----------------------------------------------------------------
      * Imprime a media de cada questao respondida do acumulado.
      * ----------------------------------------------------------------
       IMPRIME-MEDIAS.

           PERFORM VARYING IND-QUESTAO FROM 1 BY 1
                   UNTIL IND-QUESTAO > 20
               IF AC-QTD (IND-QUESTAO) > 0
                   COMPUTE WRK-MEDIA ROUNDED =
                       AC-SOMA (IND-QUESTAO) / AC-QTD (IND-QUESTAO)
                   MOVE WRK-MEDIA TO WRK-MEDIA-EDIT
                   MOVE AC-QTD (IND-QUESTAO) TO WRK-QTD-EDIT
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "      QUESTAO " IND-QUESTAO " MEDIA "
                       WRK-MEDIA-EDIT " (" WRK-QTD-EDIT " NOTAS)"
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Linha de resultado suprimido.
      * ----------------------------------------------------------------
       IMPRIME-SUPRESSAO.

           MOVE SPACES TO RELATORIO-LINHA
           STRING "      RESULTADO SUPRIMIDO (MINIMO DE " WRK-MINIMO
               " RESPOSTAS POR TURMA)"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Grava na trilha CONFHIST a alteracao do minimo.
      * ----------------------------------------------------------------
       GRAVA-CONFHIST.

           OPEN EXTEND CONFHIST-FILE
           IF WS-CONFHIST-STATUS NOT = "00"
               CLOSE CONFHIST-FILE
               OPEN OUTPUT CONFHIST-FILE
           END-IF

           MOVE SPACES       TO CONFHIST-REC
           ACCEPT CH-DATA    FROM DATE YYYYMMDD
           ACCEPT CH-HORA    FROM TIME
           MOVE "AVALMIN"    TO CH-ARQUIVO
           MOVE WRK-CAMPO    TO CH-CAMPO
           MOVE WRK-ANTES    TO CH-ANTES
           MOVE WRK-DEPOIS   TO CH-DEPOIS
           MOVE WRK-OPERADOR TO CH-OPERADOR
           WRITE CONFHIST-REC

           CLOSE CONFHIST-FILE
           MOVE "00" TO WS-CONFHIST-STATUS.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a apuracao ou a alteracao do minimo (sem
      * matricula).
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
           MOVE 'PROG105'         TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE ZEROS             TO TR-MATRICULA

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

      * ----------------------------------------------------------------
      * Tabela de trabalho cheia: em vez de apurar so parte das turmas
      * ou das respostas, repassa ao tratador comum PROG31E, que grava
      * o OPSLOG e interrompe a execucao.
      * ----------------------------------------------------------------
       REPORTA-LIMITE-TABELA.

           MOVE "TABELA" TO WRK-ERR-OPERACAO
           MOVE "TB" TO WRK-ERR-STATUS
           CALL "PROG31E" USING WRK-ERR-PROGRAMA WRK-ERR-ARQUIVO
               WRK-ERR-OPERACAO WRK-ERR-STATUS
           END-CALL.

       END PROGRAM PROG105.
