      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Expedicao de diploma e livro de registro de diplomas.
      *          So aceita matricula que a integralizacao curricular
      *          (PROG37V, a regra do PROG37) considera integralizada
      *          e sem pendencia ativa (PROG75V). Atribui o proximo
      *          numero de registro sequencial, grava no livro
      *          DIPLOMAS o numero, a data da colacao de grau, o curso
      *          e o operador, muda a situacao cadastral do ALUNCAD
      *          para F (formado) e imprime a folha de dados do
      *          diploma e a pagina do livro de registro (RELDIPLOMA,
      *          retido no spool pelo PROG62V). A segunda via reimprime
      *          o mesmo registro, com o mesmo numero, e e gravada no
      *          TRANSLOG como reemissao. Exige sign-on (PROG15V) com
      *          perfil de correcao (C) ou fechamento (F).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG85) no
      *                 lugar do teste da letra de perfil C/F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Grupos optativos: a integralizacao do PROG37V
      *                 passa a exigir tambem o minimo de cada grupo
      *                 de optativas; a recusa informa as obrigatorias
      *                 e os grupos pendentes.
      *   15/10 - RLS - Estagio supervisionado: a integralizacao do
      *                 PROG37V passa a exigir as horas de estagio do
      *                 curso aprovadas; a recusa informa tambem as
      *                 horas aprovadas e as exigidas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG85.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIPLOMAS-FILE ASSIGN TO "DIPLOMAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIPLOMAS-STATUS.

           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELDIPLOMA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIPLOMAS-FILE.
       01  DIPLOMA-REC.
           COPY DIPLREC.

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-DIPLOMAS-STATUS   PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
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
       77 WRK-NOME-CAD         PIC X(30) VALUE SPACES.
       77 WRK-CURSO-CAD        PIC X(20) VALUE SPACES.
       77 WRK-SIT-CAD          PIC X(01) VALUE SPACE.
       77 WRK-TEM-PENDENCIA    PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO-PEND      PIC X(40) VALUE SPACES.
       77 WRK-INTEGRALIZADO    PIC X(01) VALUE 'N'.
       77 QTD-GRADE            PIC 9(02) VALUE ZEROS.
       77 CNT-CUMPRIDAS        PIC 9(02) VALUE ZEROS.
       77 CNT-PENDENTES        PIC 9(02) VALUE ZEROS.
       77 QTD-GRUPOS           PIC 9(02) VALUE ZEROS.
       77 CNT-GRUPOS-PEND      PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-REGISTRO   PIC X VALUE 'N'.
       77 WRK-ULTIMO-NUMERO    PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-COLACAO     PIC X(08) VALUE SPACES.
       77 WRK-SEGUNDA-VIA      PIC X(01) VALUE 'N'.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELDIPLOMA".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG85".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.

      * Grade do curso conferida pelo PROG37V.
       01  GRADE-DO-CURSO.
           05 GC-ENTRADA OCCURS 20 TIMES.
              10 GC-DISCIPLINA    PIC X(30).
              10 GC-CUMPRIDA      PIC X(01).
              10 GC-PERIODO       PIC X(06).
              10 GC-MEDIA         PIC 99V99.
              10 GC-GRUPO         PIC X(10).
              10 GC-CARGA         PIC 9(03).

      * Grupos optativos da grade avaliados pelo PROG37V.
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

      * Registro do livro em impressao (novo ou o da segunda via),
      * no layout do DIPLREC.
       01  DIPLOMA-ATUAL.
           05 DA-NUMERO           PIC 9(06).
           05 DA-MATRICULA        PIC 9(06).
           05 DA-NOME             PIC X(30).
           05 DA-CURSO            PIC X(20).
           05 DA-DATA-COLACAO     PIC X(08).
           05 DA-DATA-EMISSAO     PIC X(08).
           05 DA-OPERADOR         PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "EXPEDICAO DE DIPLOMA (DIPLOMAS)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG85" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG85. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           MOVE WRK-OPERADOR TO WRK-SPOOL-OPERADOR

           PERFORM PROCESSA-UMA-OPCAO
               UNTIL WRK-CONTINUA NOT = 'S' AND WRK-CONTINUA NOT = 's'

           GOBACK.

      * ----------------------------------------------------------------
      * Mostra o menu e executa a opcao escolhida.
      * ----------------------------------------------------------------
       PROCESSA-UMA-OPCAO.

           DISPLAY "-----------------------------------"
           DISPLAY "  E - EXPEDIR DIPLOMA"
           DISPLAY "  S - SEGUNDA VIA (REEMISSAO)"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'E'
               WHEN 'e'
                   PERFORM EXPEDE-DIPLOMA
               WHEN 'S'
               WHEN 's'
                   PERFORM EMITE-SEGUNDA-VIA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE

           DISPLAY "DESEJA CONTINUAR? (S/N)"
           ACCEPT WRK-CONTINUA.

      * ----------------------------------------------------------------
      * Pede e valida a matricula (digito via PROG10V e cadastro
      * mestre ALUNCAD).
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

           PERFORM BUSCA-ALUNCAD.

      * ----------------------------------------------------------------
      * Procura a matricula no cadastro mestre ALUNCAD.
      * ----------------------------------------------------------------
       BUSCA-ALUNCAD.

           MOVE 'N' TO WRK-ACHOU-CAD
           MOVE SPACES TO WRK-NOME-CAD WRK-CURSO-CAD WRK-SIT-CAD

           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE WRK-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHOU-CAD
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-CAD
                       MOVE AC-NOME TO WRK-NOME-CAD
                       MOVE AC-CURSO TO WRK-CURSO-CAD
                       MOVE AC-SITUACAO-CAD TO WRK-SIT-CAD
               END-READ
               CLOSE ALUNO-CAD-FILE
           ELSE
               DISPLAY "CADASTRO MESTRE ALUNCAD NAO ENCONTRADO. "
                   "CADASTRE OS ALUNOS PELO PROG12."
           END-IF.

      * ----------------------------------------------------------------
      * Procura a matricula no livro DIPLOMAS, guardando o registro
      * encontrado em DIPLOMA-ATUAL e o maior numero ja atribuido.
      * ----------------------------------------------------------------
       PROCURA-NO-LIVRO.

           MOVE 'N' TO WRK-ACHOU-REGISTRO
           MOVE ZEROS TO WRK-ULTIMO-NUMERO

           OPEN INPUT DIPLOMAS-FILE
           IF WS-DIPLOMAS-STATUS = "00"
               PERFORM UNTIL WS-DIPLOMAS-STATUS = "10"
                   READ DIPLOMAS-FILE
                       AT END
                           MOVE "10" TO WS-DIPLOMAS-STATUS
                       NOT AT END
                           IF DP-NUMERO > WRK-ULTIMO-NUMERO
                               MOVE DP-NUMERO TO WRK-ULTIMO-NUMERO
                           END-IF
                           IF DP-MATRICULA = WRK-MATRICULA
                               MOVE 'S' TO WRK-ACHOU-REGISTRO
                               MOVE DIPLOMA-REC TO DIPLOMA-ATUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIPLOMAS-FILE
           END-IF
           MOVE "00" TO WS-DIPLOMAS-STATUS.

      * ----------------------------------------------------------------
      * Expedicao: confere cadastro, livro, pendencias e
      * integralizacao; registra no livro, marca o aluno como formado
      * e imprime.
      * ----------------------------------------------------------------
       EXPEDE-DIPLOMA.

           PERFORM OBTEM-MATRICULA
           IF WRK-ACHOU-CAD NOT = 'S'
               DISPLAY "MATRICULA " WRK-MATRICULA " NAO CONSTA DO "
                   "CADASTRO MESTRE (PROG12). DIPLOMA NAO EXPEDIDO."
           ELSE
               DISPLAY "ALUNO: " WRK-NOME-CAD
               PERFORM PROCURA-NO-LIVRO
               IF WRK-ACHOU-REGISTRO = 'S'
                   DISPLAY "DIPLOMA JA REGISTRADO SOB O NUMERO "
                       DA-NUMERO ". USE A SEGUNDA VIA."
               ELSE
                   PERFORM CONFERE-E-REGISTRA
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Pendencias ativas e integralizacao; aprovadas as duas, grava
      * o registro no livro.
      * ----------------------------------------------------------------
       CONFERE-E-REGISTRA.

           CALL "PROG75V" USING WRK-MATRICULA WRK-TEM-PENDENCIA
               WRK-MOTIVO-PEND
           END-CALL
           IF WRK-TEM-PENDENCIA = 'S'
               DISPLAY "ALUNO COM PENDENCIA ATIVA (PROG75): "
                   WRK-MOTIVO-PEND
               DISPLAY "DIPLOMA NAO EXPEDIDO."
           ELSE
               CALL "PROG37V" USING WRK-MATRICULA WRK-CURSO-CAD
                   GRADE-DO-CURSO QTD-GRADE CNT-CUMPRIDAS
                   CNT-PENDENTES WRK-INTEGRALIZADO GRUPOS-DO-CURSO
                   QTD-GRUPOS CNT-GRUPOS-PEND ESTAGIO-DO-CURSO
               END-CALL
               IF WRK-INTEGRALIZADO NOT = 'S'
                   IF QTD-GRADE = 0
                       DISPLAY "CURSO " WRK-CURSO-CAD " SEM GRADE NO "
                           "CATALOGO (PROG07)."
                   ELSE
                       DISPLAY "CURRICULO NAO INTEGRALIZADO: "
                           CNT-PENDENTES " OBRIGATORIA(S) PENDENTE(S) "
                           "E " CNT-GRUPOS-PEND " GRUPO(S) OPTATIVO(S) "
                           "ABAIXO DO MINIMO (VER PROG37)."
                       IF GE-ATENDIDO NOT = 'S'
                           DISPLAY "ESTAGIO SUPERVISIONADO INCOMPLETO: "
                               GE-HORAS-APROVADAS " DE "
                               GE-HORAS-EXIGIDAS " HORA(S) APROVADAS "
                               "(VER PROG103)."
                       END-IF
                   END-IF
                   DISPLAY "DIPLOMA NAO EXPEDIDO."
               ELSE
                   MOVE SPACES TO WRK-DATA-COLACAO
                   PERFORM UNTIL WRK-DATA-COLACAO IS NUMERIC
                       DISPLAY "DATA DA COLACAO DE GRAU (AAAAMMDD):"
                       ACCEPT WRK-DATA-COLACAO
                   END-PERFORM
                   PERFORM GRAVA-REGISTRO
                   PERFORM MARCA-FORMADO
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING "DIPLOMA EXPEDIDO REGISTRO " DA-NUMERO
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM GRAVA-TRANSACAO
                   MOVE 'N' TO WRK-SEGUNDA-VIA
                   PERFORM IMPRIME-DIPLOMA
                   DISPLAY "DIPLOMA REGISTRADO SOB O NUMERO "
                       DA-NUMERO ". FOLHAS GRAVADAS EM RELDIPLOMA."
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Acrescenta o registro ao livro com o proximo numero.
      * ----------------------------------------------------------------
       GRAVA-REGISTRO.

           MOVE SPACES TO DIPLOMA-ATUAL
           ADD 1 TO WRK-ULTIMO-NUMERO
           MOVE WRK-ULTIMO-NUMERO TO DA-NUMERO
           MOVE WRK-MATRICULA     TO DA-MATRICULA
           MOVE WRK-NOME-CAD      TO DA-NOME
           MOVE WRK-CURSO-CAD     TO DA-CURSO
           MOVE WRK-DATA-COLACAO  TO DA-DATA-COLACAO
           ACCEPT DA-DATA-EMISSAO FROM DATE YYYYMMDD
           MOVE WRK-OPERADOR      TO DA-OPERADOR

           OPEN EXTEND DIPLOMAS-FILE
           IF WS-DIPLOMAS-STATUS NOT = "00"
               CLOSE DIPLOMAS-FILE
               OPEN OUTPUT DIPLOMAS-FILE
           END-IF
           MOVE DIPLOMA-ATUAL TO DIPLOMA-REC
           WRITE DIPLOMA-REC
           CLOSE DIPLOMAS-FILE
           MOVE "00" TO WS-DIPLOMAS-STATUS.

      * ----------------------------------------------------------------
      * Muda a situacao cadastral do aluno para F (formado).
      * ----------------------------------------------------------------
       MARCA-FORMADO.

           OPEN I-O ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE WRK-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       DISPLAY "MATRICULA NAO ENCONTRADA NO ALUNCAD. "
                           "SITUACAO NAO ALTERADA."
                   NOT INVALID KEY
                       MOVE 'F' TO AC-SITUACAO-CAD
                       REWRITE ALUNO-CAD-REC
               END-READ
           END-IF
           CLOSE ALUNO-CAD-FILE.

      * ----------------------------------------------------------------
      * Segunda via: reimprime o registro existente, com o mesmo
      * numero, e grava a reemissao no TRANSLOG.
      * ----------------------------------------------------------------
       EMITE-SEGUNDA-VIA.

           PERFORM OBTEM-MATRICULA
           PERFORM PROCURA-NO-LIVRO
           IF WRK-ACHOU-REGISTRO NOT = 'S'
               DISPLAY "MATRICULA " WRK-MATRICULA " SEM DIPLOMA NO "
                   "LIVRO DE REGISTRO. USE A EXPEDICAO."
           ELSE
               DISPLAY "ALUNO: " DA-NOME "  REGISTRO: " DA-NUMERO
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING "SEGUNDA VIA DIPLOMA REGISTRO " DA-NUMERO
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM GRAVA-TRANSACAO
               MOVE 'S' TO WRK-SEGUNDA-VIA
               PERFORM IMPRIME-DIPLOMA
               DISPLAY "SEGUNDA VIA GRAVADA EM RELDIPLOMA."
           END-IF.

      * ----------------------------------------------------------------
      * Folha de dados do diploma e pagina do livro de registro do
      * registro em DIPLOMA-ATUAL.
      * ----------------------------------------------------------------
       IMPRIME-DIPLOMA.

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "==========================================" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "FOLHA DE DADOS DO DIPLOMA" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           IF WRK-SEGUNDA-VIA = 'S'
               MOVE SPACES TO RELATORIO-LINHA
               STRING "*** SEGUNDA VIA - EMITIDA EM " DATA-HOJE
                   " ***"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM IMPRIME-DADOS-REGISTRO

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "==========================================" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "LIVRO DE REGISTRO DE DIPLOMAS - REGISTRO NUMERO "
               DA-NUMERO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM IMPRIME-DADOS-REGISTRO
           MOVE SPACES TO RELATORIO-LINHA
           STRING "EXPEDIDO EM..........: " DA-DATA-EMISSAO (7:2)
               "/" DA-DATA-EMISSAO (5:2) "/" DA-DATA-EMISSAO (1:4)
               "  POR " DA-OPERADOR
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "SECRETARIO(A) ACADEMICO(A): "
               "________________________________________"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           CLOSE RELATORIO-FILE

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL.

      * ----------------------------------------------------------------
      * Linhas com os dados do registro, comuns as duas folhas.
      * ----------------------------------------------------------------
       IMPRIME-DADOS-REGISTRO.

           MOVE SPACES TO RELATORIO-LINHA
           STRING "REGISTRO NUMERO......: " DA-NUMERO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "MATRICULA............: " DA-MATRICULA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "DIPLOMADO(A).........: " DA-NOME
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "CURSO................: " DA-CURSO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "COLACAO DE GRAU......: " DA-DATA-COLACAO (7:2)
               "/" DA-DATA-COLACAO (5:2) "/" DA-DATA-COLACAO (1:4)
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a expedicao ou a reemissao.
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
           MOVE 'PROG85'          TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE WRK-MATRICULA     TO TR-MATRICULA

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG85.
