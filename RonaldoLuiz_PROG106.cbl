      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Exportacao do Censo da Educacao Superior (INEP), que
      *          ate aqui era preenchido a mao a partir das contagens
      *          do RELCENSO (PROG69). Para o ano de referencia
      *          informado, gera o arquivo CENSOALU com um registro por
      *          aluno e curso (campos separados por "|"): ano,
      *          matricula, nome, codigo INEP do curso, unidade
      *          (PROG99A), data de ingresso, codigo INEP da situacao,
      *          semestres do ano cursados (1 e 2) e data de conclusao.
      *          A situacao no fim do ano vem, nesta ordem, do livro de
      *          diplomas (colacao no ano = formado; colacao anterior =
      *          fora do censo), da ultima movimentacao do SITMOV ou
      *          desativacao do PROG12 no TRANSLOG com data ate o fim do
      *          ano (saida anterior ao inicio do ano = fora do censo)
      *          e, sem movimentacao, de AC-SITUACAO-CAD. Os semestres
      *          cursados sao os periodos do CALENDARIO iniciados no
      *          ano (ate junho = 1, depois = 2) com inscricao do aluno
      *          no INSCRICAO. Os codigos INEP da situacao (chave = a
      *          letra de AC-SITUACAO-CAD) e dos cursos (chave = AC-
      *          CURSO) ficam na tabela CENSOTAB, mantida a mao como o
      *          CATALOGO, para acompanhar as mudancas de leiaute do
      *          INEP sem recompilar. Aluno com dado obrigatorio
      *          faltando (nome, curso sem codigo, data de ingresso,
      *          situacao sem codigo, cursando sem semestre cursado,
      *          formado sem registro de diploma) nao vai para o
      *          CENSOALU e sai na listagem de conferencia RELCENSOINEP,
      *          uma linha por pendencia, para ser corrigido antes do
      *          envio. Listagem e exportacao trazem dados pessoais e
      *          nao sao retidas no spool (PROG62V); a exportacao fica
      *          registrada no TRANSLOG. Exige sign-on (PROG15V) e
      *          acesso a funcao PROG106 (PROG15A).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - CENSOTAB com mais de 100 codigos validos vai ao
      *                 PROG31E (REPORTA-LIMITE-TABELA) em vez de ter o
      *                 excedente ignorado sem aviso.
      *   15/10 - RLS - Aluno sem movimentacao no ano e com
      *                 trancamento, transferencia, abandono ou
      *                 desativacao depois dele sai como cursando (A),
      *                 e nao com a situacao atual do cadastro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG106.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT CENSOTAB-FILE ASSIGN TO "CENSOTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSOTAB-STATUS.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.

           SELECT SITMOV-FILE ASSIGN TO "SITMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITMOV-STATUS.

           SELECT DIPLOMAS-FILE ASSIGN TO "DIPLOMAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIPLOMAS-STATUS.

           SELECT INSCRICAO-FILE ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CHAVE OF INSCRICAO-REC
               FILE STATUS IS WS-INSCRICAO-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT CENSOALU-FILE ASSIGN TO "CENSOALU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSOALU-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELCENSOINEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

      * Tabela de codigos do censo: tipo S = situacao (chave = letra
      * de AC-SITUACAO-CAD) ou C = curso (chave = AC-CURSO), codigo
      * INEP e descricao.
       FD  CENSOTAB-FILE.
       01  CENSOTAB-REC.
           05 CT-TIPO             PIC X(01).
           05 FILLER              PIC X(01).
           05 CT-CHAVE            PIC X(20).
           05 FILLER              PIC X(01).
           05 CT-CODIGO-INEP      PIC X(08).
           05 FILLER              PIC X(01).
           05 CT-DESCRICAO        PIC X(30).

       FD  CALENDARIO-FILE.
       01  CALENDARIO-REC.
           COPY CALENREC.

       FD  SITMOV-FILE.
       01  SITMOV-REC.
           COPY SITMOVREC.

       FD  DIPLOMAS-FILE.
       01  DIPLOMA-REC.
           COPY DIPLREC.

       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.
           COPY INSCRREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       FD  CENSOALU-FILE.
       01  CENSOALU-LINHA          PIC X(150).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(100).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-CENSOTAB-STATUS   PIC X(02) VALUE "00".
       77 WS-CALENDARIO-STATUS PIC X(02) VALUE "00".
       77 WS-SITMOV-STATUS     PIC X(02) VALUE "00".
       77 WS-DIPLOMAS-STATUS   PIC X(02) VALUE "00".
       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-CENSOALU-STATUS   PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-ANO              PIC X(04) VALUE SPACES.
       77 WRK-DATA-INICIO      PIC X(08) VALUE SPACES.
       77 WRK-DATA-FIM         PIC X(08) VALUE SPACES.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-EDIT   PIC 9(06) VALUE ZEROS.
       77 WRK-UNIDADE          PIC X(04) VALUE SPACES.
       77 WRK-NO-CENSO         PIC X(01) VALUE 'N'.
       77 WRK-LETRA            PIC X(01) VALUE SPACE.
       77 WRK-ULTIMA-ACAO      PIC X(01) VALUE SPACE.
       77 WRK-ACAO-POSTERIOR   PIC X(01) VALUE 'N'.
       77 WRK-DATA-ACAO        PIC X(08) VALUE SPACES.
       77 WRK-TEM-DIPLOMA      PIC X(01) VALUE 'N'.
       77 WRK-DATA-COLACAO     PIC X(08) VALUE SPACES.
       77 WRK-DATA-CONCLUSAO   PIC X(08) VALUE SPACES.
       77 WRK-SEMESTRE-1       PIC X(01) VALUE '0'.
       77 WRK-SEMESTRE-2       PIC X(01) VALUE '0'.
       77 WRK-CODIGO-CURSO     PIC X(08) VALUE SPACES.
       77 WRK-CODIGO-SITUACAO  PIC X(08) VALUE SPACES.
       77 WRK-TIPO-BUSCA       PIC X(01) VALUE SPACE.
       77 WRK-CHAVE-BUSCA      PIC X(20) VALUE SPACES.
       77 WRK-CODIGO-ACHADO    PIC X(08) VALUE SPACES.
       77 WRK-PENDENCIA        PIC X(50) VALUE SPACES.
       77 WRK-PENDENTE         PIC X(01) VALUE 'N'.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 IND-TAB              PIC 9(03) VALUE ZEROS.
       77 IND-PER              PIC 9(02) VALUE ZEROS.
       77 QTD-TAB              PIC 9(03) VALUE ZEROS.
       77 QTD-PER              PIC 9(02) VALUE ZEROS.
       77 CNT-LIDOS            PIC 9(06) VALUE ZEROS.
       77 CNT-FORA             PIC 9(06) VALUE ZEROS.
       77 CNT-EXPORTADOS       PIC 9(06) VALUE ZEROS.
       77 CNT-PENDENTES        PIC 9(06) VALUE ZEROS.
       77 CNT-PENDENCIAS       PIC 9(06) VALUE ZEROS.
       77 WRK-ERR-PROGRAMA     PIC X(08) VALUE 'PROG106'.
       77 WRK-ERR-ARQUIVO      PIC X(12) VALUE 'CENSOTAB'.
       77 WRK-ERR-OPERACAO     PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS       PIC X(02) VALUE SPACES.

      * Codigos INEP carregados do CENSOTAB (ate 100 linhas; acima
      * disso a execucao e interrompida pelo PROG31E).
       01  TABELA-CODIGOS.
           05 TB-ENTRADA OCCURS 100 TIMES.
              10 TB-TIPO          PIC X(01).
              10 TB-CHAVE         PIC X(20).
              10 TB-CODIGO-INEP   PIC X(08).

      * Periodos do CALENDARIO iniciados no ano de referencia, com o
      * semestre do censo (1 = inicio ate junho, 2 = depois).
       01  TABELA-PERIODOS-ANO.
           05 TP-ENTRADA OCCURS 12 TIMES.
              10 TP-PERIODO       PIC X(06).
              10 TP-SEMESTRE      PIC X(01).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "EXPORTACAO CENSO INEP (CENSOALU)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG106" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG106. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           DISPLAY "ANO DE REFERENCIA DO CENSO (AAAA):"
           ACCEPT WRK-ANO
           IF WRK-ANO IS NOT NUMERIC
               DISPLAY "ANO INVALIDO. EXPORTACAO NAO REALIZADA."
               GOBACK
           END-IF
           STRING WRK-ANO "0101" DELIMITED BY SIZE
               INTO WRK-DATA-INICIO
           STRING WRK-ANO "1231" DELIMITED BY SIZE
               INTO WRK-DATA-FIM

           PERFORM CARREGA-CODIGOS
           IF QTD-TAB = 0
               DISPLAY "TABELA CENSOTAB NAO ENCONTRADA OU VAZIA. "
                   "EXPORTACAO NAO REALIZADA."
               GOBACK
           END-IF

           PERFORM CARREGA-PERIODOS-ANO

           MOVE "00" TO WS-ALUNCAD-STATUS
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS NOT = "00"
               DISPLAY "ARQUIVO ALUNCAD NAO ENCONTRADO."
               GOBACK
           END-IF

           MOVE "00" TO WS-INSCRICAO-STATUS
           OPEN INPUT INSCRICAO-FILE
           OPEN OUTPUT CENSOALU-FILE
           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE SPACES TO RELATORIO-LINHA
           STRING "CENSO INEP " WRK-ANO
               " - CONFERENCIA DE DADOS OBRIGATORIOS"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "MATRICULA NOME                           PENDENCIA"
               TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           PERFORM UNTIL WS-ALUNCAD-STATUS = "10"
               READ ALUNO-CAD-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ALUNCAD-STATUS
                   NOT AT END
                       ADD 1 TO CNT-LIDOS
                       PERFORM PROCESSA-ALUNO
               END-READ
           END-PERFORM

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ALUNOS LIDOS " CNT-LIDOS "  FORA DO CENSO "
               CNT-FORA "  EXPORTADOS " CNT-EXPORTADOS
               "  PENDENTES " CNT-PENDENTES
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           CLOSE ALUNO-CAD-FILE
           CLOSE INSCRICAO-FILE
           CLOSE CENSOALU-FILE
           CLOSE RELATORIO-FILE

           MOVE SPACES TO WRK-DESCRICAO-LOG
           STRING "CENSO INEP " WRK-ANO " EXPORTADOS " CNT-EXPORTADOS
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
           PERFORM GRAVA-TRANSACAO

           DISPLAY "ALUNOS LIDOS......: " CNT-LIDOS
           DISPLAY "FORA DO CENSO.....: " CNT-FORA
           DISPLAY "EXPORTADOS........: " CNT-EXPORTADOS
           DISPLAY "COM PENDENCIA.....: " CNT-PENDENTES
           DISPLAY "EXPORTACAO GRAVADA EM CENSOALU."
           DISPLAY "CONFERENCIA GRAVADA EM RELCENSOINEP."

           GOBACK.

      * ----------------------------------------------------------------
      * Carrega os codigos INEP do CENSOTAB (linha de tipo invalido ou
      * sem codigo e ignorada).
      * ----------------------------------------------------------------
       CARREGA-CODIGOS.

           MOVE ZEROS TO QTD-TAB
           MOVE "00" TO WS-CENSOTAB-STATUS
           OPEN INPUT CENSOTAB-FILE
           IF WS-CENSOTAB-STATUS = "00"
               PERFORM UNTIL WS-CENSOTAB-STATUS = "10"
                   READ CENSOTAB-FILE
                       AT END
                           MOVE "10" TO WS-CENSOTAB-STATUS
                       NOT AT END
                           IF (CT-TIPO = 'S' OR CT-TIPO = 'C') AND
                              CT-CHAVE NOT = SPACES AND
                              CT-CODIGO-INEP NOT = SPACES
                               IF QTD-TAB = 100
                                   PERFORM REPORTA-LIMITE-TABELA
                               END-IF
                               ADD 1 TO QTD-TAB
                               MOVE CT-TIPO TO TB-TIPO (QTD-TAB)
                               MOVE CT-CHAVE TO TB-CHAVE (QTD-TAB)
                               MOVE CT-CODIGO-INEP TO
                                   TB-CODIGO-INEP (QTD-TAB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CENSOTAB-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Carrega os periodos do CALENDARIO iniciados no ano de
      * referencia e o semestre do censo de cada um.
      * ----------------------------------------------------------------
       CARREGA-PERIODOS-ANO.

           MOVE ZEROS TO QTD-PER
           MOVE "00" TO WS-CALENDARIO-STATUS
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS = "00"
               PERFORM UNTIL WS-CALENDARIO-STATUS = "10"
                   READ CALENDARIO-FILE
                       AT END
                           MOVE "10" TO WS-CALENDARIO-STATUS
                       NOT AT END
                           IF CD-DATA-INICIO (1:4) = WRK-ANO AND
                              QTD-PER < 12
                               ADD 1 TO QTD-PER
                               MOVE CD-PERIODO TO TP-PERIODO (QTD-PER)
                               IF CD-DATA-INICIO (5:2) <= "06"
                                   MOVE '1' TO TP-SEMESTRE (QTD-PER)
                               ELSE
                                   MOVE '2' TO TP-SEMESTRE (QTD-PER)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Apura a situacao do aluno corrente no fim do ano, confere os
      * dados obrigatorios e exporta (ou lista as pendencias).
      * ----------------------------------------------------------------
       PROCESSA-ALUNO.

           MOVE AC-MATRICULA TO WRK-MATRICULA
           MOVE 'S' TO WRK-NO-CENSO

           IF AC-DATA-INGRESSO IS NUMERIC AND
              AC-DATA-INGRESSO > WRK-DATA-FIM
               MOVE 'N' TO WRK-NO-CENSO
           END-IF

           IF WRK-NO-CENSO = 'S'
               PERFORM APURA-SITUACAO-ANO
           END-IF

           IF WRK-NO-CENSO NOT = 'S'
               ADD 1 TO CNT-FORA
           ELSE
               PERFORM APURA-SEMESTRES
               PERFORM CONFERE-OBRIGATORIOS
               IF WRK-PENDENTE = 'S'
                   ADD 1 TO CNT-PENDENTES
               ELSE
                   PERFORM GRAVA-CENSOALU
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Situacao do aluno no fim do ano de referencia (letra de
      * AC-SITUACAO-CAD): livro de diplomas, depois a ultima
      * movimentacao ate o fim do ano, depois o cadastro. Sem
      * movimentacao no ano mas com movimentacao depois dele, o aluno
      * estava cursando no fim do ano (A), qualquer que seja a
      * situacao atual do cadastro.
      * ----------------------------------------------------------------
       APURA-SITUACAO-ANO.

           MOVE SPACES TO WRK-DATA-CONCLUSAO
           PERFORM BUSCA-DIPLOMA

           IF WRK-TEM-DIPLOMA = 'S' AND
              WRK-DATA-COLACAO < WRK-DATA-INICIO
               MOVE 'N' TO WRK-NO-CENSO
           ELSE
               IF WRK-TEM-DIPLOMA = 'S' AND
                  WRK-DATA-COLACAO <= WRK-DATA-FIM
                   MOVE 'F' TO WRK-LETRA
                   MOVE WRK-DATA-COLACAO TO WRK-DATA-CONCLUSAO
               ELSE
                   PERFORM BUSCA-ULTIMA-ACAO
                   IF WRK-ULTIMA-ACAO NOT = SPACE
                       MOVE WRK-ULTIMA-ACAO TO WRK-LETRA
                       IF (WRK-LETRA = 'R' OR WRK-LETRA = 'E' OR
                           WRK-LETRA = 'D') AND
                          WRK-DATA-ACAO < WRK-DATA-INICIO
                           MOVE 'N' TO WRK-NO-CENSO
                       END-IF
                   ELSE
                       MOVE AC-SITUACAO-CAD TO WRK-LETRA
                       IF WRK-LETRA = 'F' AND WRK-TEM-DIPLOMA = 'S'
                           MOVE 'A' TO WRK-LETRA
                       END-IF
                       IF WRK-ACAO-POSTERIOR = 'S'
                           MOVE 'A' TO WRK-LETRA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Procura o registro do aluno no livro de diplomas.
      * ----------------------------------------------------------------
       BUSCA-DIPLOMA.

           MOVE 'N' TO WRK-TEM-DIPLOMA
           MOVE SPACES TO WRK-DATA-COLACAO
           MOVE "00" TO WS-DIPLOMAS-STATUS
           OPEN INPUT DIPLOMAS-FILE
           IF WS-DIPLOMAS-STATUS = "00"
               PERFORM UNTIL WS-DIPLOMAS-STATUS = "10"
                   READ DIPLOMAS-FILE
                       AT END
                           MOVE "10" TO WS-DIPLOMAS-STATUS
                       NOT AT END
                           IF DP-MATRICULA = WRK-MATRICULA
                               MOVE 'S' TO WRK-TEM-DIPLOMA
                               MOVE DP-DATA-COLACAO TO WRK-DATA-COLACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIPLOMAS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Ultima movimentacao do aluno com data ate o fim do ano: SITMOV
      * (data efetiva) ou desativacao do PROG12 no TRANSLOG (letra D).
      * WRK-ACAO-POSTERIOR = 'S' quando ha movimentacao depois do ano.
      * ----------------------------------------------------------------
       BUSCA-ULTIMA-ACAO.

           MOVE SPACE TO WRK-ULTIMA-ACAO
           MOVE SPACES TO WRK-DATA-ACAO
           MOVE 'N' TO WRK-ACAO-POSTERIOR

           MOVE "00" TO WS-SITMOV-STATUS
           OPEN INPUT SITMOV-FILE
           IF WS-SITMOV-STATUS = "00"
               PERFORM UNTIL WS-SITMOV-STATUS = "10"
                   READ SITMOV-FILE
                       AT END
                           MOVE "10" TO WS-SITMOV-STATUS
                       NOT AT END
                           IF SM-MATRICULA = WRK-MATRICULA AND
                              SM-DATA-EFETIVA <= WRK-DATA-FIM AND
                              SM-DATA-EFETIVA >= WRK-DATA-ACAO
                               MOVE SM-ACAO TO WRK-ULTIMA-ACAO
                               MOVE SM-DATA-EFETIVA TO WRK-DATA-ACAO
                           END-IF
                           IF SM-MATRICULA = WRK-MATRICULA AND
                              SM-DATA-EFETIVA > WRK-DATA-FIM
                               MOVE 'S' TO WRK-ACAO-POSTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITMOV-FILE
           END-IF

           MOVE "00" TO WS-TRANSLOG-STATUS
           OPEN INPUT TRANS-LOG-FILE
           IF WS-TRANSLOG-STATUS = "00"
               PERFORM UNTIL WS-TRANSLOG-STATUS = "10"
                   READ TRANS-LOG-FILE
                       AT END
                           MOVE "10" TO WS-TRANSLOG-STATUS
                       NOT AT END
                           IF TR-PROGRAMA = 'PROG12' AND
                              TR-MATRICULA = WRK-MATRICULA AND
                              TR-DESCRICAO (1:19) =
                                  "DESATIVACAO ALUNCAD" AND
                              TR-DATA <= WRK-DATA-FIM AND
                              TR-DATA >= WRK-DATA-ACAO
                               MOVE 'D' TO WRK-ULTIMA-ACAO
                               MOVE TR-DATA TO WRK-DATA-ACAO
                           END-IF
                           IF TR-PROGRAMA = 'PROG12' AND
                              TR-MATRICULA = WRK-MATRICULA AND
                              TR-DESCRICAO (1:19) =
                                  "DESATIVACAO ALUNCAD" AND
                              TR-DATA > WRK-DATA-FIM
                               MOVE 'S' TO WRK-ACAO-POSTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-LOG-FILE
           END-IF
           MOVE "00" TO WS-TRANSLOG-STATUS.

      * ----------------------------------------------------------------
      * Semestres do ano cursados: inscricao do aluno em periodo do
      * CALENDARIO iniciado no ano (START na matricula do INSCRICAO).
      * ----------------------------------------------------------------
       APURA-SEMESTRES.

           MOVE '0' TO WRK-SEMESTRE-1
           MOVE '0' TO WRK-SEMESTRE-2
           IF WS-INSCRICAO-STATUS = "00" AND QTD-PER > 0
               MOVE WRK-MATRICULA TO IN-MATRICULA
               MOVE LOW-VALUES TO IN-MATERIA
               MOVE LOW-VALUES TO IN-PERIODO
               START INSCRICAO-FILE KEY NOT LESS THAN IN-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-INSCRICAO-STATUS
               END-START
               PERFORM UNTIL WS-INSCRICAO-STATUS = "10"
                   READ INSCRICAO-FILE NEXT
                       AT END
                           MOVE "10" TO WS-INSCRICAO-STATUS
                       NOT AT END
                           IF IN-MATRICULA NOT = WRK-MATRICULA
                               MOVE "10" TO WS-INSCRICAO-STATUS
                           ELSE
                               PERFORM MARCA-SEMESTRE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-INSCRICAO-STATUS
           END-IF.

      * ----------------------------------------------------------------
      * Marca o semestre do periodo da inscricao corrente, se o
      * periodo for do ano.
      * ----------------------------------------------------------------
       MARCA-SEMESTRE.

           PERFORM VARYING IND-PER FROM 1 BY 1
                   UNTIL IND-PER > QTD-PER
               IF TP-PERIODO (IND-PER) = IN-PERIODO
                   IF TP-SEMESTRE (IND-PER) = '1'
                       MOVE '1' TO WRK-SEMESTRE-1
                   ELSE
                       MOVE '1' TO WRK-SEMESTRE-2
                   END-IF
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Confere os dados obrigatorios do registro do censo e lista
      * cada pendencia do aluno corrente.
      * ----------------------------------------------------------------
       CONFERE-OBRIGATORIOS.

           MOVE 'N' TO WRK-PENDENTE

           IF AC-NOME = SPACES
               MOVE "NOME EM BRANCO" TO WRK-PENDENCIA
               PERFORM LISTA-PENDENCIA
           END-IF

           MOVE SPACES TO WRK-CODIGO-CURSO
           IF AC-CURSO = SPACES
               MOVE "CURSO EM BRANCO" TO WRK-PENDENCIA
               PERFORM LISTA-PENDENCIA
           ELSE
               MOVE 'C' TO WRK-TIPO-BUSCA
               MOVE AC-CURSO TO WRK-CHAVE-BUSCA
               PERFORM BUSCA-CODIGO
               MOVE WRK-CODIGO-ACHADO TO WRK-CODIGO-CURSO
               IF WRK-CODIGO-CURSO = SPACES
                   MOVE SPACES TO WRK-PENDENCIA
                   STRING "CURSO SEM CODIGO INEP NO CENSOTAB: "
                       AC-CURSO
                       DELIMITED BY SIZE INTO WRK-PENDENCIA
                   PERFORM LISTA-PENDENCIA
               END-IF
           END-IF

           IF AC-DATA-INGRESSO IS NOT NUMERIC OR
              AC-DATA-INGRESSO (5:2) < "01" OR
              AC-DATA-INGRESSO (5:2) > "12" OR
              AC-DATA-INGRESSO (7:2) < "01" OR
              AC-DATA-INGRESSO (7:2) > "31"
               MOVE "DATA DE INGRESSO INVALIDA" TO WRK-PENDENCIA
               PERFORM LISTA-PENDENCIA
           END-IF

           MOVE 'S' TO WRK-TIPO-BUSCA
           MOVE WRK-LETRA TO WRK-CHAVE-BUSCA
           PERFORM BUSCA-CODIGO
           MOVE WRK-CODIGO-ACHADO TO WRK-CODIGO-SITUACAO
           IF WRK-CODIGO-SITUACAO = SPACES
               MOVE SPACES TO WRK-PENDENCIA
               STRING "SITUACAO " WRK-LETRA
                   " SEM CODIGO INEP NO CENSOTAB"
                   DELIMITED BY SIZE INTO WRK-PENDENCIA
               PERFORM LISTA-PENDENCIA
           END-IF

           IF WRK-LETRA = 'A' AND WRK-SEMESTRE-1 = '0' AND
              WRK-SEMESTRE-2 = '0'
               MOVE "CURSANDO SEM INSCRICAO EM PERIODO DO ANO" TO
                   WRK-PENDENCIA
               PERFORM LISTA-PENDENCIA
           END-IF

           IF WRK-LETRA = 'F' AND WRK-DATA-CONCLUSAO = SPACES
               MOVE "FORMADO SEM REGISTRO NO LIVRO DE DIPLOMAS" TO
                   WRK-PENDENCIA
               PERFORM LISTA-PENDENCIA
           END-IF.

      * ----------------------------------------------------------------
      * Procura o codigo INEP de WRK-TIPO-BUSCA + WRK-CHAVE-BUSCA na
      * tabela (espacos = sem codigo).
      * ----------------------------------------------------------------
       BUSCA-CODIGO.

           MOVE SPACES TO WRK-CODIGO-ACHADO
           PERFORM VARYING IND-TAB FROM 1 BY 1
                   UNTIL IND-TAB > QTD-TAB
                      OR WRK-CODIGO-ACHADO NOT = SPACES
               IF TB-TIPO (IND-TAB) = WRK-TIPO-BUSCA AND
                  TB-CHAVE (IND-TAB) = WRK-CHAVE-BUSCA
                   MOVE TB-CODIGO-INEP (IND-TAB) TO WRK-CODIGO-ACHADO
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Lista uma pendencia do aluno corrente na conferencia.
      * ----------------------------------------------------------------
       LISTA-PENDENCIA.

           MOVE 'S' TO WRK-PENDENTE
           ADD 1 TO CNT-PENDENCIAS
           MOVE SPACES TO RELATORIO-LINHA
           STRING WRK-MATRICULA "    " AC-NOME " " WRK-PENDENCIA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Grava o registro do aluno no arquivo do censo.
      * ----------------------------------------------------------------
       GRAVA-CENSOALU.

           CALL "PROG99A" USING WRK-MATRICULA WRK-UNIDADE
           END-CALL
           MOVE WRK-MATRICULA TO WRK-MATRICULA-EDIT

           MOVE SPACES TO CENSOALU-LINHA
           STRING
               WRK-ANO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WRK-MATRICULA-EDIT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(AC-NOME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WRK-CODIGO-CURSO) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WRK-UNIDADE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               AC-DATA-INGRESSO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WRK-CODIGO-SITUACAO) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WRK-SEMESTRE-1 DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WRK-SEMESTRE-2 DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WRK-DATA-CONCLUSAO) DELIMITED BY SIZE
               INTO CENSOALU-LINHA
           END-STRING

           WRITE CENSOALU-LINHA

           ADD 1 TO CNT-EXPORTADOS.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a exportacao do censo.
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
           MOVE 'PROG106'         TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE ZEROS             TO TR-MATRICULA

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

      * ----------------------------------------------------------------
      * Tabela de trabalho cheia: em vez de gerar o censo sem parte
      * dos codigos INEP, repassa ao tratador comum PROG31E, que grava
      * o OPSLOG e interrompe a execucao.
      * ----------------------------------------------------------------
       REPORTA-LIMITE-TABELA.

           MOVE "TABELA" TO WRK-ERR-OPERACAO
           MOVE "TB" TO WRK-ERR-STATUS
           CALL "PROG31E" USING WRK-ERR-PROGRAMA WRK-ERR-ARQUIVO
               WRK-ERR-OPERACAO WRK-ERR-STATUS
           END-CALL.

       END PROGRAM PROG106.
