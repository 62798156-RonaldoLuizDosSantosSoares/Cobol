      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Anonimizacao de ex-alunos apos o prazo de retencao.
      *          Seleciona no ALUNCAD os alunos desativados (D),
      *          transferidos (R) ou evadidos (E) cujo ultimo
      *          movimento de situacao (SITMOV) ou desativacao
      *          (TRANSLOG, vivo e arquivos mensais do PROG32) e
      *          anterior ao prazo de retencao em anos gravado no
      *          controle RETENCAO (10 anos quando o
      *          controle nao existe; alteracao registrada na trilha
      *          CONFHIST). Alunos com diploma registrado (DIPLOMAS)
      *          ficam de fora, pois o registro academico deles deve
      *          ser mantido. Nos demais, os campos pessoais recebem o
      *          marcador fixo de anonimizacao: nome no ALUNCAD, no
      *          ALUNOIDX, em ALUNOS, NOTASDISC e nos periodos
      *          arquivados (GR-NOME), no MEDIALOG (LOG-NOME) e na
      *          MATRCONV (CX-NOME), e as acoes registradas na
      *          TUTORIA; endereco, telefones, e-mails, nascimento e
      *          responsavel no CONTATOS, destinatario e e-mail no
      *          CORRESP e a descricao no OCORRENC ficam em branco.
      *          Matricula, notas, medias, situacoes e periodos ficam
      *          intactos, de modo que as estatisticas (PROG25, PROG65,
      *          PROG69) continuam fechando. Modo previa so lista os
      *          candidatos. A execucao real retem antes copias de
      *          geracao (.G1 a .G3, a .G1 a mais recente) de cada
      *          arquivo alterado, como PROG06C e PROG08C, e
      *          acrescenta ao manifesto ANONMANIF o que foi
      *          anonimizado (sem o nome). Exige sign-on (PROG15V) com
      *          perfil de fechamento (F).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG90) no
      *                 lugar do teste da letra de perfil F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      *   15/10 - RLS - Evadidos (E) tambem sao candidatos, com a data
      *                 efetiva do abandono no SITMOV contando como
      *                 ultimo movimento. Passam a ser anonimizados o
      *                 CONTATOS (endereco, telefones, e-mails,
      *                 nascimento e responsavel em branco), o CORRESP
      *                 (destinatario e e-mail) e a descricao no
      *                 OCORRENC, com geracoes .G1 a .G3 e contagem no
      *                 manifesto como os demais arquivos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG90.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT ALUNO-IDX-FILE ASSIGN TO "ALUNOIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALUNOIDX-STATUS.

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

           SELECT ARQPER-FILE ASSIGN TO "ARQPERIODO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQPER-STATUS.

           SELECT ARQUIVADO-FILE ASSIGN USING WS-NOME-ARQUIVADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQUIVADO-STATUS.

           SELECT TUTORIA-FILE ASSIGN TO "TUTORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUTORIA-STATUS.

           SELECT MEDIA-LOG-FILE ASSIGN TO "MEDIALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDIALOG-STATUS.

           SELECT CONVERSAO-FILE ASSIGN TO "MATRCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERSAO-STATUS.

           SELECT SITMOV-FILE ASSIGN TO "SITMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITMOV-STATUS.

           SELECT DIPLOMAS-FILE ASSIGN TO "DIPLOMAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIPLOMAS-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT ARQLOG-FILE ASSIGN USING WS-NOME-ARQLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQLOG-STATUS.

           SELECT RETENCAO-FILE ASSIGN TO "RETENCAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENCAO-STATUS.

           SELECT CONFHIST-FILE ASSIGN TO "CONFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFHIST-STATUS.

           SELECT MANIFESTO-FILE ASSIGN TO "ANONMANIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTO-STATUS.

           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-MATRICULA OF CONTATO-REC
               FILE STATUS IS WS-CONTATOS-STATUS.

           SELECT CORRESP-FILE ASSIGN TO "CORRESP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE OF CORRESP-REC
               FILE STATUS IS WS-CORRESP-STATUS.

           SELECT OCORRENCIAS-FILE ASSIGN TO "OCORRENC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CHAVE OF OCORRENCIA-REC
               FILE STATUS IS WS-OCORRENC-STATUS.

           SELECT ORIGEM-FILE ASSIGN USING WS-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT DESTINO-FILE ASSIGN USING WS-NOME-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESTINO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  ALUNO-IDX-FILE.
       01  ALUNO-IDX-REC.
           COPY ALUNOIDXREC.

       FD  ALUNOS-FILE.
       01  ALUNOS-REC.
           COPY GRADEREC.

       FD  NOTASDISC-FILE.
       01  NOTASDISC-REC.
           COPY GRADEREC.

       FD  ARQPER-FILE.
       01  ARQPER-REC.
           COPY ARQPERREC.

       FD  ARQUIVADO-FILE.
       01  ARQUIVADO-REC           PIC X(121).

       FD  TUTORIA-FILE.
       01  TUTORIA-REC.
           COPY TUTORREC.

       FD  MEDIA-LOG-FILE.
       01  MEDIA-LOG-RECORD.
           COPY MEDIALREC.

       FD  CONVERSAO-FILE.
       01  CONVERSAO-REC.
           COPY MATRCONVREC.

       FD  SITMOV-FILE.
       01  SITMOV-REC.
           COPY SITMOVREC.

       FD  DIPLOMAS-FILE.
       01  DIPLOMA-REC.
           COPY DIPLREC.

      * O TRANSLOG vivo e os arquivamentos mensais sao lidos para
      * REG-LOG (layout TRANSREC).
       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-LINHA         PIC X(114).

       FD  ARQLOG-FILE.
       01  ARQLOG-LINHA            PIC X(114).

      * Prazo de retencao, em anos, contado do ultimo movimento.
       FD  RETENCAO-FILE.
       01  RETENCAO-REC.
           05 RT-ANOS             PIC 9(02).

       FD  CONFHIST-FILE.
       01  CONFHIST-REC.
           COPY CONFHREC.

       FD  MANIFESTO-FILE.
       01  MANIFESTO-LINHA         PIC X(132).

       FD  CONTATOS-FILE.
       01  CONTATO-REC.
           COPY CONTREC.

       FD  CORRESP-FILE.
       01  CORRESP-REC.
           COPY CORRSREC.

       FD  OCORRENCIAS-FILE.
       01  OCORRENCIA-REC.
           COPY OCORREC.

      * Origem e destino genericos das copias de geracao e das
      * regravacoes dos arquivos sequenciais (largura do maior
      * registro copiado, o do CONTATOS).
       FD  ORIGEM-FILE.
       01  ORIGEM-REC              PIC X(300).

       FD  DESTINO-FILE.
       01  DESTINO-REC             PIC X(300).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-ALUNOIDX-STATUS   PIC X(02) VALUE "00".
       77 WS-ALUNOS-STATUS     PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-ARQPER-STATUS     PIC X(02) VALUE "00".
       77 WS-ARQUIVADO-STATUS  PIC X(02) VALUE "00".
       77 WS-TUTORIA-STATUS    PIC X(02) VALUE "00".
       77 WS-MEDIALOG-STATUS   PIC X(02) VALUE "00".
       77 WS-CONVERSAO-STATUS  PIC X(02) VALUE "00".
       77 WS-SITMOV-STATUS     PIC X(02) VALUE "00".
       77 WS-DIPLOMAS-STATUS   PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-ARQLOG-STATUS     PIC X(02) VALUE "00".
       77 WS-RETENCAO-STATUS   PIC X(02) VALUE "00".
       77 WS-CONFHIST-STATUS   PIC X(02) VALUE "00".
       77 WS-MANIFESTO-STATUS  PIC X(02) VALUE "00".
       77 WS-ORIGEM-STATUS     PIC X(02) VALUE "00".
       77 WS-DESTINO-STATUS    PIC X(02) VALUE "00".
       77 WS-CONTATOS-STATUS   PIC X(02) VALUE "00".
       77 WS-CORRESP-STATUS    PIC X(02) VALUE "00".
       77 WS-OCORRENC-STATUS   PIC X(02) VALUE "00".
       77 WS-NOME-ARQUIVADO    PIC X(20) VALUE SPACES.
       77 WS-NOME-ARQLOG       PIC X(20) VALUE SPACES.
       77 WS-NOME-ORIGEM       PIC X(30) VALUE SPACES.
       77 WS-NOME-DESTINO      PIC X(30) VALUE SPACES.
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-CONFIRMA         PIC X(01) VALUE 'N'.
       77 WRK-ESTOUROU         PIC X(01) VALUE 'N'.
       77 WRK-MARCADOR         PIC X(30)
                               VALUE "*** ANONIMIZADO LGPD ***".
       77 WRK-ANOS-RETENCAO    PIC 9(02) VALUE 10.
       77 WRK-ANOS-NOVO        PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-CORTE       PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-MES-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-MAT-BUSCA        PIC 9(06) VALUE ZEROS.
       77 WRK-ARQ-BASE         PIC X(20) VALUE SPACES.
       77 WRK-COPIOU           PIC X(01) VALUE 'N'.
       77 WRK-G1-ALUNCAD       PIC X(01) VALUE 'N'.
       77 WRK-G1-ALUNOS        PIC X(01) VALUE 'N'.
       77 WRK-G1-NOTASDISC     PIC X(01) VALUE 'N'.
       77 WRK-G1-ALUNOIDX      PIC X(01) VALUE 'N'.
       77 WRK-G1-TUTORIA       PIC X(01) VALUE 'N'.
       77 WRK-G1-MEDIALOG      PIC X(01) VALUE 'N'.
       77 WRK-G1-MATRCONV      PIC X(01) VALUE 'N'.
       77 WRK-G1-CONTATOS      PIC X(01) VALUE 'N'.
       77 WRK-G1-CORRESP       PIC X(01) VALUE 'N'.
       77 WRK-G1-OCORRENC      PIC X(01) VALUE 'N'.
       77 WRK-TEM-CANDIDATO    PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRA-LINHA   PIC X(01) VALUE 'S'.
       77 WRK-SITUACAO-DESC    PIC X(30) VALUE SPACES.
       77 WRK-ULTIMA-EDIT      PIC X(10) VALUE SPACES.
       77 WRK-CAMPO            PIC X(30) VALUE SPACES.
       77 WRK-ANTES            PIC X(30) VALUE SPACES.
       77 WRK-DEPOIS           PIC X(30) VALUE SPACES.
       77 DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77 HORA-AGORA           PIC 9(08) VALUE ZEROS.
       77 QTD-CANDIDATOS       PIC 9(04) VALUE ZEROS.
       77 IND-CAND             PIC 9(04) VALUE ZEROS.
       77 IND-ACHADO           PIC 9(04) VALUE ZEROS.
       77 IND-NOME             PIC 9(04) VALUE ZEROS.
       77 CNT-ELEGIVEIS        PIC 9(05) VALUE ZEROS.
       77 CNT-DIPLOMADOS       PIC 9(05) VALUE ZEROS.
       77 CNT-RECENTES         PIC 9(05) VALUE ZEROS.
       77 CNT-HOMONIMOS        PIC 9(05) VALUE ZEROS.
       77 CNT-ARQUIVAMENTOS    PIC 9(05) VALUE ZEROS.
       77 CNT-TOT-ALUNCAD      PIC 9(07) VALUE ZEROS.
       77 CNT-TOT-ALUNOIDX     PIC 9(07) VALUE ZEROS.
       77 CNT-TOT-NOTAS        PIC 9(07) VALUE ZEROS.
       77 CNT-TOT-TUTORIA      PIC 9(07) VALUE ZEROS.
       77 CNT-TOT-MEDIALOG     PIC 9(07) VALUE ZEROS.
       77 CNT-TOT-MATRCONV     PIC 9(07) VALUE ZEROS.
       77 CNT-TOT-CONTATOS     PIC 9(07) VALUE ZEROS.
       77 CNT-TOT-CORRESP      PIC 9(07) VALUE ZEROS.
       77 CNT-TOT-OCORRENC     PIC 9(07) VALUE ZEROS.

      * Mes do arquivamento do TRANSLOG em varredura (AAAAMM).
       01  WRK-ANO-MES            PIC 9(06) VALUE ZEROS.
       01  WRK-ANO-MES-PARTES REDEFINES WRK-ANO-MES.
           05 WRK-ANO             PIC 9(04).
           05 WRK-MES             PIC 9(02).

      * Ex-alunos (D/R/E) do ALUNCAD ainda nao anonimizados. CD-EXCLUIDO
      * fica em branco para os elegiveis; F = diploma registrado,
      * M = movimento dentro do prazo de retencao. CD-HOMONIMO marca
      * nome igual ao de aluno mantido (MEDIALOG, que so tem o nome,
      * nao e alterado para ele).
       01  TABELA-CANDIDATOS.
           05 CD-ENTRADA OCCURS 5000 TIMES.
              10 CD-MATRICULA     PIC 9(06).
              10 CD-NOME          PIC X(30).
              10 CD-SITUACAO      PIC X(01).
              10 CD-ULTIMA-DATA   PIC X(08).
              10 CD-EXCLUIDO      PIC X(01).
              10 CD-HOMONIMO      PIC X(01).
              10 CD-QTD-ALUNCAD   PIC 9(04).
              10 CD-QTD-ALUNOIDX  PIC 9(04).
              10 CD-QTD-NOTAS     PIC 9(04).
              10 CD-QTD-TUTORIA   PIC 9(04).
              10 CD-QTD-MEDIALOG  PIC 9(04).
              10 CD-QTD-MATRCONV  PIC 9(04).
              10 CD-QTD-CONTATOS  PIC 9(04).
              10 CD-QTD-CORRESP   PIC 9(04).
              10 CD-QTD-OCORRENC  PIC 9(04).

      * Registro do TRANSLOG (vivo ou arquivado) em leitura e em
      * gravacao.
       01  REG-LOG.
           COPY TRANSREC.

      * Registro de periodo arquivado pelo PROG41.
       01  REG-ARQUIVADO.
           COPY GRADEREC.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "ANONIMIZACAO DE EX-ALUNOS (LGPD)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG90" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG90. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA FROM TIME

           PERFORM LE-RETENCAO

           DISPLAY "PRAZO DE RETENCAO VIGENTE: " WRK-ANOS-RETENCAO
               " ANOS."
           DISPLAY "P - PREVIA (SO LISTA OS CANDIDATOS)"
           DISPLAY "E - EXECUTAR A ANONIMIZACAO"
           DISPLAY "R - ALTERAR O PRAZO DE RETENCAO"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'P'
               WHEN 'p'
                   PERFORM SELECIONA-CANDIDATOS
                   IF WRK-ESTOUROU NOT = 'S'
                       PERFORM LISTA-CANDIDATOS
                       DISPLAY "PREVIA CONCLUIDA. NADA FOI ALTERADO."
                   END-IF
               WHEN 'E'
               WHEN 'e'
                   PERFORM SELECIONA-CANDIDATOS
                   IF WRK-ESTOUROU NOT = 'S'
                       PERFORM LISTA-CANDIDATOS
                       PERFORM CONFIRMA-EXECUCAO
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   PERFORM ALTERA-RETENCAO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE

           GOBACK.

      * ----------------------------------------------------------------
      * Le o prazo de retencao do controle RETENCAO (10 anos quando o
      * controle nao existe).
      * ----------------------------------------------------------------
       LE-RETENCAO.

           MOVE 10 TO WRK-ANOS-RETENCAO
           MOVE "00" TO WS-RETENCAO-STATUS
           OPEN INPUT RETENCAO-FILE
           IF WS-RETENCAO-STATUS = "00"
               READ RETENCAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RT-ANOS IS NUMERIC AND RT-ANOS > 0
                           MOVE RT-ANOS TO WRK-ANOS-RETENCAO
                       END-IF
               END-READ
               CLOSE RETENCAO-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Grava o novo prazo de retencao e registra a alteracao na
      * trilha CONFHIST.
      * ----------------------------------------------------------------
       ALTERA-RETENCAO.

           DISPLAY "NOVO PRAZO DE RETENCAO EM ANOS (01 A 99, ZERO "
               "MANTEM):"
           ACCEPT WRK-ANOS-NOVO

           IF WRK-ANOS-NOVO = ZEROS OR
              WRK-ANOS-NOVO = WRK-ANOS-RETENCAO
               DISPLAY "PRAZO DE RETENCAO MANTIDO."
           ELSE
               OPEN OUTPUT RETENCAO-FILE
               MOVE WRK-ANOS-NOVO TO RT-ANOS
               WRITE RETENCAO-REC
               CLOSE RETENCAO-FILE

               MOVE "ANOS DE RETENCAO" TO WRK-CAMPO
               MOVE WRK-ANOS-RETENCAO TO WRK-ANTES
               MOVE WRK-ANOS-NOVO TO WRK-DEPOIS
               PERFORM GRAVA-CONFHIST

               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING "RETENCAO LGPD DE " WRK-ANOS-RETENCAO
                   " PARA " WRK-ANOS-NOVO " ANOS"
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               MOVE ZEROS TO WRK-MATRICULA
               PERFORM GRAVA-TRANSACAO
               DISPLAY "PRAZO DE RETENCAO ALTERADO PARA "
                   WRK-ANOS-NOVO " ANOS."
           END-IF.

      * ----------------------------------------------------------------
      * Monta a tabela de candidatos e aplica as exclusoes: diploma
      * registrado e movimento dentro do prazo de retencao.
      * ----------------------------------------------------------------
       SELECIONA-CANDIDATOS.

           COMPUTE WRK-DATA-CORTE =
               DATA-HOJE - WRK-ANOS-RETENCAO * 10000
           DISPLAY "DATA DE CORTE: " WRK-DATA-CORTE (7:2) "/"
               WRK-DATA-CORTE (5:2) "/" WRK-DATA-CORTE (1:4)
               " (ULTIMO MOVIMENTO ANTERIOR A ELA)."

           PERFORM CARREGA-CANDIDATOS
           IF WRK-ESTOUROU NOT = 'S'
               PERFORM EXCLUI-DIPLOMADOS
               PERFORM APURA-SITMOV
               PERFORM APURA-DESATIVACOES
               PERFORM CLASSIFICA-CANDIDATOS
           END-IF.

      * ----------------------------------------------------------------
      * Carrega os alunos desativados, transferidos ou evadidos do
      * ALUNCAD que ainda nao foram anonimizados.
      * ----------------------------------------------------------------
       CARREGA-CANDIDATOS.

           MOVE ZEROS TO QTD-CANDIDATOS
           MOVE 'N' TO WRK-ESTOUROU

           MOVE "00" TO WS-ALUNCAD-STATUS
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO ALUNCAD."
               MOVE 'S' TO WRK-ESTOUROU
           ELSE
               PERFORM UNTIL WS-ALUNCAD-STATUS = "10"
                          OR WRK-ESTOUROU = 'S'
                   READ ALUNO-CAD-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ALUNCAD-STATUS
                       NOT AT END
                           IF (AC-SITUACAO-CAD = 'D' OR
                               AC-SITUACAO-CAD = 'R' OR
                               AC-SITUACAO-CAD = 'E')
                              AND AC-NOME NOT = WRK-MARCADOR
                               PERFORM INCLUI-CANDIDATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNO-CAD-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Inclui o aluno corrente do ALUNCAD na tabela. O ingresso conta
      * como movimento: ingresso dentro do prazo ja o exclui.
      * ----------------------------------------------------------------
       INCLUI-CANDIDATO.

           IF QTD-CANDIDATOS = 5000
               DISPLAY "MAIS DE 5000 CANDIDATOS. EXECUCAO ABORTADA."
               MOVE 'S' TO WRK-ESTOUROU
           ELSE
               ADD 1 TO QTD-CANDIDATOS
               MOVE AC-MATRICULA TO CD-MATRICULA (QTD-CANDIDATOS)
               MOVE AC-NOME TO CD-NOME (QTD-CANDIDATOS)
               MOVE AC-SITUACAO-CAD TO CD-SITUACAO (QTD-CANDIDATOS)
               MOVE SPACES TO CD-ULTIMA-DATA (QTD-CANDIDATOS)
               MOVE SPACE TO CD-EXCLUIDO (QTD-CANDIDATOS)
               MOVE 'N' TO CD-HOMONIMO (QTD-CANDIDATOS)
               MOVE ZEROS TO CD-QTD-ALUNCAD (QTD-CANDIDATOS)
               MOVE ZEROS TO CD-QTD-ALUNOIDX (QTD-CANDIDATOS)
               MOVE ZEROS TO CD-QTD-NOTAS (QTD-CANDIDATOS)
               MOVE ZEROS TO CD-QTD-TUTORIA (QTD-CANDIDATOS)
               MOVE ZEROS TO CD-QTD-MEDIALOG (QTD-CANDIDATOS)
               MOVE ZEROS TO CD-QTD-MATRCONV (QTD-CANDIDATOS)
               MOVE ZEROS TO CD-QTD-CONTATOS (QTD-CANDIDATOS)
               MOVE ZEROS TO CD-QTD-CORRESP (QTD-CANDIDATOS)
               MOVE ZEROS TO CD-QTD-OCORRENC (QTD-CANDIDATOS)
               IF AC-DATA-INGRESSO IS NUMERIC
                   MOVE AC-DATA-INGRESSO TO
                       CD-ULTIMA-DATA (QTD-CANDIDATOS)
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Localiza WRK-MAT-BUSCA na tabela (IND-ACHADO zero se ausente).
      * ----------------------------------------------------------------
       PROCURA-CANDIDATO.

           MOVE ZEROS TO IND-ACHADO
           PERFORM VARYING IND-CAND FROM 1 BY 1
                   UNTIL IND-CAND > QTD-CANDIDATOS OR IND-ACHADO > 0
               IF CD-MATRICULA (IND-CAND) = WRK-MAT-BUSCA
                   MOVE IND-CAND TO IND-ACHADO
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Diploma registrado: o registro academico deve ser mantido.
      * ----------------------------------------------------------------
       EXCLUI-DIPLOMADOS.

           MOVE "00" TO WS-DIPLOMAS-STATUS
           OPEN INPUT DIPLOMAS-FILE
           IF WS-DIPLOMAS-STATUS = "00"
               PERFORM UNTIL WS-DIPLOMAS-STATUS = "10"
                   READ DIPLOMAS-FILE
                       AT END
                           MOVE "10" TO WS-DIPLOMAS-STATUS
                       NOT AT END
                           MOVE DP-MATRICULA TO WRK-MAT-BUSCA
                           PERFORM PROCURA-CANDIDATO
                           IF IND-ACHADO > 0
                               MOVE 'F' TO CD-EXCLUIDO (IND-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIPLOMAS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Data efetiva do ultimo trancamento/transferencia/abandono/
      * reabertura.
      * ----------------------------------------------------------------
       APURA-SITMOV.

           MOVE "00" TO WS-SITMOV-STATUS
           OPEN INPUT SITMOV-FILE
           IF WS-SITMOV-STATUS = "00"
               PERFORM UNTIL WS-SITMOV-STATUS = "10"
                   READ SITMOV-FILE
                       AT END
                           MOVE "10" TO WS-SITMOV-STATUS
                       NOT AT END
                           MOVE SM-MATRICULA TO WRK-MAT-BUSCA
                           PERFORM PROCURA-CANDIDATO
                           IF IND-ACHADO > 0 AND
                              SM-DATA-EFETIVA IS NUMERIC AND
                              SM-DATA-EFETIVA >
                                  CD-ULTIMA-DATA (IND-ACHADO)
                               MOVE SM-DATA-EFETIVA TO
                                   CD-ULTIMA-DATA (IND-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITMOV-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Desativacoes do PROG12 no TRANSLOG: arquivamentos mensais do
      * mes da data de corte ate o corrente e o log vivo. Desativacao
      * anterior a janela nao muda o resultado.
      * ----------------------------------------------------------------
       APURA-DESATIVACOES.

           MOVE WRK-DATA-CORTE (1:6) TO WRK-ANO-MES
           MOVE DATA-HOJE (1:6) TO WRK-ANO-MES-FIM

           PERFORM UNTIL WRK-ANO-MES > WRK-ANO-MES-FIM
               MOVE SPACES TO WS-NOME-ARQLOG
               STRING "TRANSLOG." WRK-ANO-MES
                   DELIMITED BY SIZE INTO WS-NOME-ARQLOG
               MOVE "00" TO WS-ARQLOG-STATUS
               OPEN INPUT ARQLOG-FILE
               IF WS-ARQLOG-STATUS = "00"
                   PERFORM UNTIL WS-ARQLOG-STATUS = "10"
                       READ ARQLOG-FILE INTO REG-LOG
                           AT END
                               MOVE "10" TO WS-ARQLOG-STATUS
                           NOT AT END
                               PERFORM CONFERE-DESATIVACAO
                       END-READ
                   END-PERFORM
                   CLOSE ARQLOG-FILE
               END-IF
               IF WRK-MES = 12
                   ADD 1 TO WRK-ANO
                   MOVE 1 TO WRK-MES
               ELSE
                   ADD 1 TO WRK-MES
               END-IF
           END-PERFORM

           MOVE "00" TO WS-TRANSLOG-STATUS
           OPEN INPUT TRANS-LOG-FILE
           IF WS-TRANSLOG-STATUS = "00"
               PERFORM UNTIL WS-TRANSLOG-STATUS = "10"
                   READ TRANS-LOG-FILE INTO REG-LOG
                       AT END
                           MOVE "10" TO WS-TRANSLOG-STATUS
                       NOT AT END
                           PERFORM CONFERE-DESATIVACAO
                   END-READ
               END-PERFORM
               CLOSE TRANS-LOG-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Atualiza o ultimo movimento com a desativacao em REG-LOG.
      * ----------------------------------------------------------------
       CONFERE-DESATIVACAO.

           IF TR-DESCRICAO (1:19) = "DESATIVACAO ALUNCAD"
              AND TR-DATA IS NUMERIC
               MOVE TR-MATRICULA TO WRK-MAT-BUSCA
               PERFORM PROCURA-CANDIDATO
               IF IND-ACHADO > 0 AND
                  TR-DATA > CD-ULTIMA-DATA (IND-ACHADO)
                   MOVE TR-DATA TO CD-ULTIMA-DATA (IND-ACHADO)
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Exclui quem teve movimento na janela de retencao e conta o
      * resultado.
      * ----------------------------------------------------------------
       CLASSIFICA-CANDIDATOS.

           MOVE ZEROS TO CNT-ELEGIVEIS CNT-DIPLOMADOS CNT-RECENTES
           PERFORM VARYING IND-CAND FROM 1 BY 1
                   UNTIL IND-CAND > QTD-CANDIDATOS
               IF CD-EXCLUIDO (IND-CAND) = SPACE AND
                  CD-ULTIMA-DATA (IND-CAND) NOT = SPACES AND
                  CD-ULTIMA-DATA (IND-CAND) NOT < WRK-DATA-CORTE
                   MOVE 'M' TO CD-EXCLUIDO (IND-CAND)
               END-IF
               EVALUATE CD-EXCLUIDO (IND-CAND)
                   WHEN SPACE
                       ADD 1 TO CNT-ELEGIVEIS
                   WHEN 'F'
                       ADD 1 TO CNT-DIPLOMADOS
                   WHEN OTHER
                       ADD 1 TO CNT-RECENTES
               END-EVALUATE
           END-PERFORM.

      * ----------------------------------------------------------------
      * Lista os candidatos e o resultado da selecao.
      * ----------------------------------------------------------------
       LISTA-CANDIDATOS.

           DISPLAY "-----------------------------------"
           DISPLAY "MATRICULA NOME                           SIT "
               "ULTIMO MOVTO SELECAO"
           PERFORM VARYING IND-CAND FROM 1 BY 1
                   UNTIL IND-CAND > QTD-CANDIDATOS
               PERFORM FORMATA-ULTIMA-DATA
               EVALUATE CD-EXCLUIDO (IND-CAND)
                   WHEN SPACE
                       MOVE "ELEGIVEL" TO WRK-SITUACAO-DESC
                   WHEN 'F'
                       MOVE "MANTIDO: DIPLOMA REGISTRADO" TO
                           WRK-SITUACAO-DESC
                   WHEN OTHER
                       MOVE "MANTIDO: MOVIMENTO NO PRAZO" TO
                           WRK-SITUACAO-DESC
               END-EVALUATE
               DISPLAY CD-MATRICULA (IND-CAND) "    "
                   CD-NOME (IND-CAND) " " CD-SITUACAO (IND-CAND)
                   "   " WRK-ULTIMA-EDIT "   " WRK-SITUACAO-DESC
           END-PERFORM
           DISPLAY "-----------------------------------"
           DISPLAY "EX-ALUNOS (D/R/E) NAO ANONIMIZADOS: "
               QTD-CANDIDATOS
           DISPLAY "MANTIDOS POR DIPLOMA............: " CNT-DIPLOMADOS
           DISPLAY "MANTIDOS POR MOVIMENTO NO PRAZO.: " CNT-RECENTES
           DISPLAY "ELEGIVEIS A ANONIMIZACAO........: " CNT-ELEGIVEIS.

      * ----------------------------------------------------------------
      * Formata a data do ultimo movimento do candidato corrente.
      * ----------------------------------------------------------------
       FORMATA-ULTIMA-DATA.

           IF CD-ULTIMA-DATA (IND-CAND) = SPACES
               MOVE "SEM MOVTO." TO WRK-ULTIMA-EDIT
           ELSE
               MOVE SPACES TO WRK-ULTIMA-EDIT
               STRING CD-ULTIMA-DATA (IND-CAND) (7:2) "/"
                   CD-ULTIMA-DATA (IND-CAND) (5:2) "/"
                   CD-ULTIMA-DATA (IND-CAND) (1:4)
                   DELIMITED BY SIZE INTO WRK-ULTIMA-EDIT
           END-IF.

      * ----------------------------------------------------------------
      * Pede a confirmacao da execucao real.
      * ----------------------------------------------------------------
       CONFIRMA-EXECUCAO.

           IF CNT-ELEGIVEIS = 0
               DISPLAY "NENHUM EX-ALUNO ELEGIVEL. NADA A ANONIMIZAR."
           ELSE
               DISPLAY "A ANONIMIZACAO E IRREVERSIVEL (SALVO PELAS "
                   "COPIAS DE GERACAO)."
               DISPLAY "CONFIRMA A ANONIMIZACAO DE " CNT-ELEGIVEIS
                   " EX-ALUNOS? (S/N)"
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   PERFORM EXECUTA-ANONIMIZACAO
               ELSE
                   DISPLAY "ANONIMIZACAO CANCELADA. NADA FOI ALTERADO."
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Execucao real: copias de geracao, anonimizacao de cada
      * arquivo, manifesto e TRANSLOG.
      * ----------------------------------------------------------------
       EXECUTA-ANONIMIZACAO.

           PERFORM MARCA-HOMONIMOS
           PERFORM RETEM-GERACOES

           PERFORM ANONIMIZA-ALUNCAD
           PERFORM ANONIMIZA-ALUNOS
           PERFORM ANONIMIZA-NOTASDISC
           PERFORM ANONIMIZA-ARQUIVAMENTOS
           PERFORM ANONIMIZA-ALUNOIDX
           PERFORM ANONIMIZA-TUTORIA
           PERFORM ANONIMIZA-MEDIALOG
           PERFORM ANONIMIZA-MATRCONV
           PERFORM ANONIMIZA-CONTATOS
           PERFORM ANONIMIZA-CORRESP
           PERFORM ANONIMIZA-OCORRENC

           PERFORM GRAVA-MANIFESTO

           PERFORM VARYING IND-CAND FROM 1 BY 1
                   UNTIL IND-CAND > QTD-CANDIDATOS
               IF CD-EXCLUIDO (IND-CAND) = SPACE
                   MOVE CD-MATRICULA (IND-CAND) TO WRK-MATRICULA
                   MOVE "ANONIMIZACAO LGPD" TO WRK-DESCRICAO-LOG
                   PERFORM GRAVA-TRANSACAO
               END-IF
           END-PERFORM

           DISPLAY "EX-ALUNOS ANONIMIZADOS.....: " CNT-ELEGIVEIS
           DISPLAY "REGISTROS ALUNCAD..........: " CNT-TOT-ALUNCAD
           DISPLAY "REGISTROS ALUNOIDX.........: " CNT-TOT-ALUNOIDX
           DISPLAY "REGISTROS DE NOTAS.........: " CNT-TOT-NOTAS
           DISPLAY "REGISTROS TUTORIA..........: " CNT-TOT-TUTORIA
           DISPLAY "LINHAS MEDIALOG............: " CNT-TOT-MEDIALOG
           DISPLAY "LINHAS MATRCONV............: " CNT-TOT-MATRCONV
           DISPLAY "REGISTROS CONTATOS.........: " CNT-TOT-CONTATOS
           DISPLAY "REGISTROS CORRESP..........: " CNT-TOT-CORRESP
           DISPLAY "REGISTROS OCORRENC.........: " CNT-TOT-OCORRENC
           DISPLAY "MANIFESTO GRAVADO EM ANONMANIF.".

      * ----------------------------------------------------------------
      * Marca os elegiveis cujo nome tambem pertence a um aluno que
      * continua identificado no ALUNCAD: o MEDIALOG, que nao tem
      * matricula, nao pode distinguir um do outro.
      * ----------------------------------------------------------------
       MARCA-HOMONIMOS.

           MOVE ZEROS TO CNT-HOMONIMOS
           MOVE "00" TO WS-ALUNCAD-STATUS
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               PERFORM UNTIL WS-ALUNCAD-STATUS = "10"
                   READ ALUNO-CAD-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ALUNCAD-STATUS
                       NOT AT END
                           MOVE AC-MATRICULA TO WRK-MAT-BUSCA
                           PERFORM PROCURA-CANDIDATO
                           IF IND-ACHADO = 0
                               PERFORM CONFERE-HOMONIMO
                           ELSE
                               IF CD-EXCLUIDO (IND-ACHADO) NOT = SPACE
                                   PERFORM CONFERE-HOMONIMO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNO-CAD-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Compara o nome do aluno mantido com o dos elegiveis.
      * ----------------------------------------------------------------
       CONFERE-HOMONIMO.

           PERFORM VARYING IND-NOME FROM 1 BY 1
                   UNTIL IND-NOME > QTD-CANDIDATOS
               IF CD-EXCLUIDO (IND-NOME) = SPACE AND
                  CD-NOME (IND-NOME) = AC-NOME AND
                  CD-HOMONIMO (IND-NOME) = 'N'
                   MOVE 'S' TO CD-HOMONIMO (IND-NOME)
                   ADD 1 TO CNT-HOMONIMOS
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Retem as copias de geracao de cada arquivo que sera alterado.
      * Os periodos arquivados ganham copia propria (.ANT) quando
      * regravados.
      * ----------------------------------------------------------------
       RETEM-GERACOES.

           MOVE "ALUNCAD" TO WRK-ARQ-BASE
           PERFORM ROTACIONA-GERACOES
           PERFORM COPIA-ALUNCAD-G1
           MOVE WRK-COPIOU TO WRK-G1-ALUNCAD

           MOVE "ALUNOS" TO WRK-ARQ-BASE
           PERFORM ROTACIONA-GERACOES
           PERFORM COPIA-ALUNOS-G1
           MOVE WRK-COPIOU TO WRK-G1-ALUNOS

           MOVE "NOTASDISC" TO WRK-ARQ-BASE
           PERFORM ROTACIONA-GERACOES
           PERFORM COPIA-NOTASDISC-G1
           MOVE WRK-COPIOU TO WRK-G1-NOTASDISC

           MOVE "ALUNOIDX" TO WRK-ARQ-BASE
           PERFORM ROTACIONA-GERACOES
           PERFORM COPIA-VIVO-PARA-G1
           MOVE WRK-COPIOU TO WRK-G1-ALUNOIDX

           MOVE "TUTORIA" TO WRK-ARQ-BASE
           PERFORM ROTACIONA-GERACOES
           PERFORM COPIA-VIVO-PARA-G1
           MOVE WRK-COPIOU TO WRK-G1-TUTORIA

           MOVE "MEDIALOG" TO WRK-ARQ-BASE
           PERFORM ROTACIONA-GERACOES
           PERFORM COPIA-VIVO-PARA-G1
           MOVE WRK-COPIOU TO WRK-G1-MEDIALOG

           MOVE "MATRCONV" TO WRK-ARQ-BASE
           PERFORM ROTACIONA-GERACOES
           PERFORM COPIA-VIVO-PARA-G1
           MOVE WRK-COPIOU TO WRK-G1-MATRCONV

           MOVE "CONTATOS" TO WRK-ARQ-BASE
           PERFORM ROTACIONA-GERACOES
           PERFORM COPIA-CONTATOS-G1
           MOVE WRK-COPIOU TO WRK-G1-CONTATOS

           MOVE "CORRESP" TO WRK-ARQ-BASE
           PERFORM ROTACIONA-GERACOES
           PERFORM COPIA-CORRESP-G1
           MOVE WRK-COPIOU TO WRK-G1-CORRESP

           MOVE "OCORRENC" TO WRK-ARQ-BASE
           PERFORM ROTACIONA-GERACOES
           PERFORM COPIA-OCORRENC-G1
           MOVE WRK-COPIOU TO WRK-G1-OCORRENC.

      * ----------------------------------------------------------------
      * Rotaciona as geracoes de WRK-ARQ-BASE: G2 vira G3 e G1 vira
      * G2. Geracao de origem inexistente apenas pula a etapa.
      * ----------------------------------------------------------------
       ROTACIONA-GERACOES.

           MOVE SPACES TO WS-NOME-ORIGEM WS-NOME-DESTINO
           STRING WRK-ARQ-BASE DELIMITED BY SPACE ".G2"
               DELIMITED BY SIZE INTO WS-NOME-ORIGEM
           STRING WRK-ARQ-BASE DELIMITED BY SPACE ".G3"
               DELIMITED BY SIZE INTO WS-NOME-DESTINO
           PERFORM COPIA-ARQUIVO

           MOVE SPACES TO WS-NOME-ORIGEM WS-NOME-DESTINO
           STRING WRK-ARQ-BASE DELIMITED BY SPACE ".G1"
               DELIMITED BY SIZE INTO WS-NOME-ORIGEM
           STRING WRK-ARQ-BASE DELIMITED BY SPACE ".G2"
               DELIMITED BY SIZE INTO WS-NOME-DESTINO
           PERFORM COPIA-ARQUIVO.

      * ----------------------------------------------------------------
      * Copia o arquivo sequencial vivo WRK-ARQ-BASE para a geracao 1.
      * ----------------------------------------------------------------
       COPIA-VIVO-PARA-G1.

           MOVE SPACES TO WS-NOME-ORIGEM WS-NOME-DESTINO
           MOVE WRK-ARQ-BASE TO WS-NOME-ORIGEM
           STRING WRK-ARQ-BASE DELIMITED BY SPACE ".G1"
               DELIMITED BY SIZE INTO WS-NOME-DESTINO
           PERFORM COPIA-ARQUIVO
           IF WRK-COPIOU = 'S'
               DISPLAY "GERACAO " WS-NOME-DESTINO " RETIDA."
           END-IF.

      * ----------------------------------------------------------------
      * Copia WS-NOME-ORIGEM para WS-NOME-DESTINO, linha a linha.
      * WRK-COPIOU = 'N' quando a origem nao existe.
      * ----------------------------------------------------------------
       COPIA-ARQUIVO.

           MOVE 'N' TO WRK-COPIOU
           MOVE "00" TO WS-ORIGEM-STATUS
           OPEN INPUT ORIGEM-FILE
           IF WS-ORIGEM-STATUS = "00"
               OPEN OUTPUT DESTINO-FILE
               PERFORM UNTIL WS-ORIGEM-STATUS = "10"
                   READ ORIGEM-FILE
                       AT END
                           MOVE "10" TO WS-ORIGEM-STATUS
                       NOT AT END
                           MOVE ORIGEM-REC TO DESTINO-REC
                           WRITE DESTINO-REC
                   END-READ
               END-PERFORM
               CLOSE ORIGEM-FILE
               CLOSE DESTINO-FILE
               MOVE 'S' TO WRK-COPIOU
           END-IF.

      * ----------------------------------------------------------------
      * Copia o ALUNCAD vivo (indexado) para ALUNCAD.G1.
      * ----------------------------------------------------------------
       COPIA-ALUNCAD-G1.

           MOVE 'N' TO WRK-COPIOU
           MOVE "ALUNCAD.G1" TO WS-NOME-DESTINO
           MOVE "00" TO WS-ALUNCAD-STATUS
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               OPEN OUTPUT DESTINO-FILE
               PERFORM UNTIL WS-ALUNCAD-STATUS = "10"
                   READ ALUNO-CAD-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ALUNCAD-STATUS
                       NOT AT END
                           MOVE ALUNO-CAD-REC TO DESTINO-REC
                           WRITE DESTINO-REC
                   END-READ
               END-PERFORM
               CLOSE ALUNO-CAD-FILE
               CLOSE DESTINO-FILE
               MOVE 'S' TO WRK-COPIOU
               DISPLAY "GERACAO ALUNCAD.G1 RETIDA."
           END-IF.

      * ----------------------------------------------------------------
      * Copia o ALUNOS vivo (indexado) para ALUNOS.G1, a mesma cadeia
      * de geracoes do PROG06C, restauravel pelo PROG30.
      * ----------------------------------------------------------------
       COPIA-ALUNOS-G1.

           MOVE 'N' TO WRK-COPIOU
           MOVE "ALUNOS.G1" TO WS-NOME-DESTINO
           MOVE "00" TO WS-ALUNOS-STATUS
           OPEN INPUT ALUNOS-FILE
           IF WS-ALUNOS-STATUS = "00"
               OPEN OUTPUT DESTINO-FILE
               PERFORM UNTIL WS-ALUNOS-STATUS = "10"
                   READ ALUNOS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ALUNOS-STATUS
                       NOT AT END
                           MOVE ALUNOS-REC TO DESTINO-REC
                           WRITE DESTINO-REC
                   END-READ
               END-PERFORM
               CLOSE ALUNOS-FILE
               CLOSE DESTINO-FILE
               MOVE 'S' TO WRK-COPIOU
               DISPLAY "GERACAO ALUNOS.G1 RETIDA."
           END-IF.

      * ----------------------------------------------------------------
      * Copia o NOTASDISC vivo (indexado) para NOTASDISC.G1, a mesma
      * cadeia de geracoes do PROG08C, restauravel pelo PROG30.
      * ----------------------------------------------------------------
       COPIA-NOTASDISC-G1.

           MOVE 'N' TO WRK-COPIOU
           MOVE "NOTASDISC.G1" TO WS-NOME-DESTINO
           MOVE "00" TO WS-NOTASDISC-STATUS
           OPEN INPUT NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS = "00"
               OPEN OUTPUT DESTINO-FILE
               PERFORM UNTIL WS-NOTASDISC-STATUS = "10"
                   READ NOTASDISC-FILE NEXT
                       AT END
                           MOVE "10" TO WS-NOTASDISC-STATUS
                       NOT AT END
                           MOVE NOTASDISC-REC TO DESTINO-REC
                           WRITE DESTINO-REC
                   END-READ
               END-PERFORM
               CLOSE NOTASDISC-FILE
               CLOSE DESTINO-FILE
               MOVE 'S' TO WRK-COPIOU
               DISPLAY "GERACAO NOTASDISC.G1 RETIDA."
           END-IF.

      * ----------------------------------------------------------------
      * Copia o CONTATOS vivo (indexado) para CONTATOS.G1.
      * ----------------------------------------------------------------
       COPIA-CONTATOS-G1.

           MOVE 'N' TO WRK-COPIOU
           MOVE "CONTATOS.G1" TO WS-NOME-DESTINO
           MOVE "00" TO WS-CONTATOS-STATUS
           OPEN INPUT CONTATOS-FILE
           IF WS-CONTATOS-STATUS = "00"
               OPEN OUTPUT DESTINO-FILE
               PERFORM UNTIL WS-CONTATOS-STATUS = "10"
                   READ CONTATOS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-CONTATOS-STATUS
                       NOT AT END
                           MOVE CONTATO-REC TO DESTINO-REC
                           WRITE DESTINO-REC
                   END-READ
               END-PERFORM
               CLOSE CONTATOS-FILE
               CLOSE DESTINO-FILE
               MOVE 'S' TO WRK-COPIOU
               DISPLAY "GERACAO CONTATOS.G1 RETIDA."
           END-IF.

      * ----------------------------------------------------------------
      * Copia o CORRESP vivo (indexado) para CORRESP.G1.
      * ----------------------------------------------------------------
       COPIA-CORRESP-G1.

           MOVE 'N' TO WRK-COPIOU
           MOVE "CORRESP.G1" TO WS-NOME-DESTINO
           MOVE "00" TO WS-CORRESP-STATUS
           OPEN INPUT CORRESP-FILE
           IF WS-CORRESP-STATUS = "00"
               OPEN OUTPUT DESTINO-FILE
               PERFORM UNTIL WS-CORRESP-STATUS = "10"
                   READ CORRESP-FILE NEXT
                       AT END
                           MOVE "10" TO WS-CORRESP-STATUS
                       NOT AT END
                           MOVE CORRESP-REC TO DESTINO-REC
                           WRITE DESTINO-REC
                   END-READ
               END-PERFORM
               CLOSE CORRESP-FILE
               CLOSE DESTINO-FILE
               MOVE 'S' TO WRK-COPIOU
               DISPLAY "GERACAO CORRESP.G1 RETIDA."
           END-IF.

      * ----------------------------------------------------------------
      * Copia o OCORRENC vivo (indexado) para OCORRENC.G1.
      * ----------------------------------------------------------------
       COPIA-OCORRENC-G1.

           MOVE 'N' TO WRK-COPIOU
           MOVE "OCORRENC.G1" TO WS-NOME-DESTINO
           MOVE "00" TO WS-OCORRENC-STATUS
           OPEN INPUT OCORRENCIAS-FILE
           IF WS-OCORRENC-STATUS = "00"
               OPEN OUTPUT DESTINO-FILE
               PERFORM UNTIL WS-OCORRENC-STATUS = "10"
                   READ OCORRENCIAS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-OCORRENC-STATUS
                       NOT AT END
                           MOVE OCORRENCIA-REC TO DESTINO-REC
                           WRITE DESTINO-REC
                   END-READ
               END-PERFORM
               CLOSE OCORRENCIAS-FILE
               CLOSE DESTINO-FILE
               MOVE 'S' TO WRK-COPIOU
               DISPLAY "GERACAO OCORRENC.G1 RETIDA."
           END-IF.

      * ----------------------------------------------------------------
      * Nome do cadastro mestre de cada elegivel.
      * ----------------------------------------------------------------
       ANONIMIZA-ALUNCAD.

           IF WRK-G1-ALUNCAD = 'S'
               OPEN I-O ALUNO-CAD-FILE
               PERFORM VARYING IND-CAND FROM 1 BY 1
                       UNTIL IND-CAND > QTD-CANDIDATOS
                   IF CD-EXCLUIDO (IND-CAND) = SPACE
                       MOVE CD-MATRICULA (IND-CAND) TO AC-MATRICULA
                       READ ALUNO-CAD-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE WRK-MARCADOR TO AC-NOME
                               REWRITE ALUNO-CAD-REC
                                   INVALID KEY
                                       DISPLAY "ERRO AO REGRAVAR O "
                                           "ALUNCAD " AC-MATRICULA
                                   NOT INVALID KEY
                                       ADD 1 TO
                                           CD-QTD-ALUNCAD (IND-CAND)
                                       ADD 1 TO CNT-TOT-ALUNCAD
                               END-REWRITE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ALUNO-CAD-FILE
           END-IF.

      * ----------------------------------------------------------------
      * GR-NOME no ALUNOS, por matricula (notas e periodos intactos).
      * ----------------------------------------------------------------
       ANONIMIZA-ALUNOS.

           IF WRK-G1-ALUNOS = 'S'
               OPEN I-O ALUNOS-FILE
               PERFORM VARYING IND-CAND FROM 1 BY 1
                       UNTIL IND-CAND > QTD-CANDIDATOS
                   IF CD-EXCLUIDO (IND-CAND) = SPACE
                       PERFORM ANONIMIZA-ALUNOS-MATRICULA
                   END-IF
               END-PERFORM
               CLOSE ALUNOS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Registros do ALUNOS do elegivel corrente.
      * ----------------------------------------------------------------
       ANONIMIZA-ALUNOS-MATRICULA.

           MOVE "00" TO WS-ALUNOS-STATUS
           MOVE CD-MATRICULA (IND-CAND) TO GR-MATRICULA OF ALUNOS-REC
           MOVE LOW-VALUES TO GR-MATERIA OF ALUNOS-REC
           MOVE LOW-VALUES TO GR-PERIODO OF ALUNOS-REC
           START ALUNOS-FILE KEY NOT LESS THAN GR-CHAVE OF ALUNOS-REC
               INVALID KEY
                   MOVE "10" TO WS-ALUNOS-STATUS
           END-START
           PERFORM UNTIL WS-ALUNOS-STATUS = "10"
               READ ALUNOS-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ALUNOS-STATUS
                   NOT AT END
                       IF GR-MATRICULA OF ALUNOS-REC NOT =
                               CD-MATRICULA (IND-CAND)
                           MOVE "10" TO WS-ALUNOS-STATUS
                       ELSE
                           MOVE WRK-MARCADOR TO GR-NOME OF ALUNOS-REC
                           REWRITE ALUNOS-REC
                           ADD 1 TO CD-QTD-NOTAS (IND-CAND)
                           ADD 1 TO CNT-TOT-NOTAS
                       END-IF
               END-READ
           END-PERFORM.

      * ----------------------------------------------------------------
      * GR-NOME no NOTASDISC, por matricula.
      * ----------------------------------------------------------------
       ANONIMIZA-NOTASDISC.

           IF WRK-G1-NOTASDISC = 'S'
               OPEN I-O NOTASDISC-FILE
               PERFORM VARYING IND-CAND FROM 1 BY 1
                       UNTIL IND-CAND > QTD-CANDIDATOS
                   IF CD-EXCLUIDO (IND-CAND) = SPACE
                       PERFORM ANONIMIZA-NOTASDISC-MATRICULA
                   END-IF
               END-PERFORM
               CLOSE NOTASDISC-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Registros do NOTASDISC do elegivel corrente.
      * ----------------------------------------------------------------
       ANONIMIZA-NOTASDISC-MATRICULA.

           MOVE "00" TO WS-NOTASDISC-STATUS
           MOVE CD-MATRICULA (IND-CAND) TO
               GR-MATRICULA OF NOTASDISC-REC
           MOVE LOW-VALUES TO GR-MATERIA OF NOTASDISC-REC
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
                       IF GR-MATRICULA OF NOTASDISC-REC NOT =
                               CD-MATRICULA (IND-CAND)
                           MOVE "10" TO WS-NOTASDISC-STATUS
                       ELSE
                           MOVE WRK-MARCADOR TO
                               GR-NOME OF NOTASDISC-REC
                           REWRITE NOTASDISC-REC
                           ADD 1 TO CD-QTD-NOTAS (IND-CAND)
                           ADD 1 TO CNT-TOT-NOTAS
                       END-IF
               END-READ
           END-PERFORM.

      * ----------------------------------------------------------------
      * Periodos arquivados (ARQPERIODO): o arquivamento que tem
      * registro de elegivel e copiado para <nome>.ANT e regravado
      * com o nome anonimizado.
      * ----------------------------------------------------------------
       ANONIMIZA-ARQUIVAMENTOS.

           MOVE ZEROS TO CNT-ARQUIVAMENTOS
           MOVE "00" TO WS-ARQPER-STATUS
           OPEN INPUT ARQPER-FILE
           IF WS-ARQPER-STATUS = "00"
               PERFORM UNTIL WS-ARQPER-STATUS = "10"
                   READ ARQPER-FILE
                       AT END
                           MOVE "10" TO WS-ARQPER-STATUS
                       NOT AT END
                           MOVE AP-NOME-ARQ TO WS-NOME-ARQUIVADO
                           PERFORM CONFERE-ARQUIVAMENTO
                           IF WRK-TEM-CANDIDATO = 'S'
                               PERFORM REGRAVA-ARQUIVAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPER-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Verifica se o arquivamento corrente tem registro de elegivel.
      * ----------------------------------------------------------------
       CONFERE-ARQUIVAMENTO.

           MOVE 'N' TO WRK-TEM-CANDIDATO
           MOVE "00" TO WS-ARQUIVADO-STATUS
           OPEN INPUT ARQUIVADO-FILE
           IF WS-ARQUIVADO-STATUS = "00"
               PERFORM UNTIL WS-ARQUIVADO-STATUS = "10"
                          OR WRK-TEM-CANDIDATO = 'S'
                   READ ARQUIVADO-FILE INTO REG-ARQUIVADO
                       AT END
                           MOVE "10" TO WS-ARQUIVADO-STATUS
                       NOT AT END
                           MOVE GR-MATRICULA OF REG-ARQUIVADO TO
                               WRK-MAT-BUSCA
                           PERFORM PROCURA-CANDIDATO
                           IF IND-ACHADO > 0
                               IF CD-EXCLUIDO (IND-ACHADO) = SPACE
                                   MOVE 'S' TO WRK-TEM-CANDIDATO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVADO-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Copia o arquivamento para <nome>.ANT e o regrava a partir da
      * copia, com GR-NOME anonimizado nos registros dos elegiveis.
      * ----------------------------------------------------------------
       REGRAVA-ARQUIVAMENTO.

           MOVE SPACES TO WS-NOME-ORIGEM WS-NOME-DESTINO
           MOVE WS-NOME-ARQUIVADO TO WS-NOME-ORIGEM
           STRING WS-NOME-ARQUIVADO DELIMITED BY SPACE ".ANT"
               DELIMITED BY SIZE INTO WS-NOME-DESTINO
           PERFORM COPIA-ARQUIVO

           IF WRK-COPIOU = 'S'
               ADD 1 TO CNT-ARQUIVAMENTOS
               MOVE WS-NOME-DESTINO TO WS-NOME-ORIGEM
               MOVE "00" TO WS-ORIGEM-STATUS
               OPEN INPUT ORIGEM-FILE
               OPEN OUTPUT ARQUIVADO-FILE
               PERFORM UNTIL WS-ORIGEM-STATUS = "10"
                   READ ORIGEM-FILE INTO REG-ARQUIVADO
                       AT END
                           MOVE "10" TO WS-ORIGEM-STATUS
                       NOT AT END
                           MOVE GR-MATRICULA OF REG-ARQUIVADO TO
                               WRK-MAT-BUSCA
                           PERFORM PROCURA-CANDIDATO
                           IF IND-ACHADO > 0
                               IF CD-EXCLUIDO (IND-ACHADO) = SPACE
                                   MOVE WRK-MARCADOR TO
                                       GR-NOME OF REG-ARQUIVADO
                                   ADD 1 TO CD-QTD-NOTAS (IND-ACHADO)
                                   ADD 1 TO CNT-TOT-NOTAS
                               END-IF
                           END-IF
                           WRITE ARQUIVADO-REC FROM REG-ARQUIVADO
                   END-READ
               END-PERFORM
               CLOSE ORIGEM-FILE
               CLOSE ARQUIVADO-FILE
               DISPLAY "ARQUIVAMENTO " WS-NOME-ARQUIVADO
                   " REGRAVADO (COPIA EM " WS-NOME-DESTINO ")."
           END-IF.

      * ----------------------------------------------------------------
      * ALUNOIDX regravado a partir da geracao 1 recem-retida.
      * ----------------------------------------------------------------
       ANONIMIZA-ALUNOIDX.

           IF WRK-G1-ALUNOIDX = 'S'
               MOVE "ALUNOIDX.G1" TO WS-NOME-ORIGEM
               MOVE "00" TO WS-ORIGEM-STATUS
               OPEN INPUT ORIGEM-FILE
               OPEN OUTPUT ALUNO-IDX-FILE
               PERFORM UNTIL WS-ORIGEM-STATUS = "10"
                   READ ORIGEM-FILE
                       AT END
                           MOVE "10" TO WS-ORIGEM-STATUS
                       NOT AT END
                           MOVE ORIGEM-REC TO ALUNO-IDX-REC
                           MOVE AI-MATRICULA TO WRK-MAT-BUSCA
                           PERFORM PROCURA-CANDIDATO
                           IF IND-ACHADO > 0
                               IF CD-EXCLUIDO (IND-ACHADO) = SPACE
                                   MOVE WRK-MARCADOR TO AI-NOME
                                   ADD 1 TO
                                       CD-QTD-ALUNOIDX (IND-ACHADO)
                                   ADD 1 TO CNT-TOT-ALUNOIDX
                               END-IF
                           END-IF
                           WRITE ALUNO-IDX-REC
                   END-READ
               END-PERFORM
               CLOSE ORIGEM-FILE
               CLOSE ALUNO-IDX-FILE
           END-IF.

      * ----------------------------------------------------------------
      * TUTORIA regravada a partir da geracao 1: as acoes registradas
      * sobre o aluno recebem o marcador (tutor, materia, periodo e
      * situacao ficam intactos).
      * ----------------------------------------------------------------
       ANONIMIZA-TUTORIA.

           IF WRK-G1-TUTORIA = 'S'
               MOVE "TUTORIA.G1" TO WS-NOME-ORIGEM
               MOVE "00" TO WS-ORIGEM-STATUS
               OPEN INPUT ORIGEM-FILE
               OPEN OUTPUT TUTORIA-FILE
               PERFORM UNTIL WS-ORIGEM-STATUS = "10"
                   READ ORIGEM-FILE
                       AT END
                           MOVE "10" TO WS-ORIGEM-STATUS
                       NOT AT END
                           MOVE ORIGEM-REC TO TUTORIA-REC
                           MOVE TU-MATRICULA TO WRK-MAT-BUSCA
                           PERFORM PROCURA-CANDIDATO
                           IF IND-ACHADO > 0
                               IF CD-EXCLUIDO (IND-ACHADO) = SPACE
                                   MOVE WRK-MARCADOR TO TU-ACOES
                                   ADD 1 TO
                                       CD-QTD-TUTORIA (IND-ACHADO)
                                   ADD 1 TO CNT-TOT-TUTORIA
                               END-IF
                           END-IF
                           WRITE TUTORIA-REC
                   END-READ
               END-PERFORM
               CLOSE ORIGEM-FILE
               CLOSE TUTORIA-FILE
           END-IF.

      * ----------------------------------------------------------------
      * MEDIALOG regravado a partir da geracao 1. O log so guarda o
      * nome: a linha e anonimizada quando o nome e de um elegivel sem
      * homonimo mantido. A primeira linha (versao) passa intacta.
      * ----------------------------------------------------------------
       ANONIMIZA-MEDIALOG.

           IF WRK-G1-MEDIALOG = 'S'
               MOVE 'S' TO WRK-PRIMEIRA-LINHA
               MOVE "MEDIALOG.G1" TO WS-NOME-ORIGEM
               MOVE "00" TO WS-ORIGEM-STATUS
               OPEN INPUT ORIGEM-FILE
               OPEN OUTPUT MEDIA-LOG-FILE
               PERFORM UNTIL WS-ORIGEM-STATUS = "10"
                   READ ORIGEM-FILE
                       AT END
                           MOVE "10" TO WS-ORIGEM-STATUS
                       NOT AT END
                           MOVE ORIGEM-REC TO MEDIA-LOG-RECORD
                           IF WRK-PRIMEIRA-LINHA = 'S'
                               MOVE 'N' TO WRK-PRIMEIRA-LINHA
                           ELSE
                               PERFORM CONFERE-NOME-MEDIALOG
                           END-IF
                           WRITE MEDIA-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE ORIGEM-FILE
               CLOSE MEDIA-LOG-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Anonimiza a linha corrente do MEDIALOG se o nome for de um
      * elegivel sem homonimo.
      * ----------------------------------------------------------------
       CONFERE-NOME-MEDIALOG.

           MOVE ZEROS TO IND-ACHADO
           PERFORM VARYING IND-NOME FROM 1 BY 1
                   UNTIL IND-NOME > QTD-CANDIDATOS OR IND-ACHADO > 0
               IF CD-EXCLUIDO (IND-NOME) = SPACE AND
                  CD-HOMONIMO (IND-NOME) = 'N' AND
                  CD-NOME (IND-NOME) = LOG-NOME
                   MOVE IND-NOME TO IND-ACHADO
               END-IF
           END-PERFORM

           IF IND-ACHADO > 0
               MOVE WRK-MARCADOR TO LOG-NOME
               ADD 1 TO CD-QTD-MEDIALOG (IND-ACHADO)
               ADD 1 TO CNT-TOT-MEDIALOG
           END-IF.

      * ----------------------------------------------------------------
      * MATRCONV regravada a partir da geracao 1: CX-NOME do par em
      * que o elegivel aparece (antiga ou nova). O de-para continua.
      * ----------------------------------------------------------------
       ANONIMIZA-MATRCONV.

           IF WRK-G1-MATRCONV = 'S'
               MOVE "MATRCONV.G1" TO WS-NOME-ORIGEM
               MOVE "00" TO WS-ORIGEM-STATUS
               OPEN INPUT ORIGEM-FILE
               OPEN OUTPUT CONVERSAO-FILE
               PERFORM UNTIL WS-ORIGEM-STATUS = "10"
                   READ ORIGEM-FILE
                       AT END
                           MOVE "10" TO WS-ORIGEM-STATUS
                       NOT AT END
                           MOVE ORIGEM-REC TO CONVERSAO-REC
                           MOVE CX-MAT-ANTIGA TO WRK-MAT-BUSCA
                           PERFORM PROCURA-CANDIDATO
                           IF IND-ACHADO = 0
                               MOVE CX-MAT-NOVA TO WRK-MAT-BUSCA
                               PERFORM PROCURA-CANDIDATO
                           END-IF
                           IF IND-ACHADO > 0
                               IF CD-EXCLUIDO (IND-ACHADO) = SPACE
                                   MOVE WRK-MARCADOR TO CX-NOME
                                   ADD 1 TO
                                       CD-QTD-MATRCONV (IND-ACHADO)
                                   ADD 1 TO CNT-TOT-MATRCONV
                               END-IF
                           END-IF
                           WRITE CONVERSAO-REC
                   END-READ
               END-PERFORM
               CLOSE ORIGEM-FILE
               CLOSE CONVERSAO-FILE
           END-IF.

      * ----------------------------------------------------------------
      * CONTATOS de cada elegivel: endereco, telefone, e-mail, data de
      * nascimento e dados do responsavel ficam em branco.
      * ----------------------------------------------------------------
       ANONIMIZA-CONTATOS.

           IF WRK-G1-CONTATOS = 'S'
               OPEN I-O CONTATOS-FILE
               PERFORM VARYING IND-CAND FROM 1 BY 1
                       UNTIL IND-CAND > QTD-CANDIDATOS
                   IF CD-EXCLUIDO (IND-CAND) = SPACE
                       MOVE CD-MATRICULA (IND-CAND) TO CT-MATRICULA
                       READ CONTATOS-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO CT-ENDERECO CT-BAIRRO
                                   CT-CIDADE CT-UF CT-CEP CT-TELEFONE
                                   CT-EMAIL CT-DATA-NASC CT-RESP-NOME
                                   CT-RESP-TELEFONE CT-RESP-EMAIL
                               MOVE DATA-HOJE TO CT-DATA-ATUALIZ
                               MOVE WRK-OPERADOR TO CT-OPER-ATUALIZ
                               REWRITE CONTATO-REC
                                   INVALID KEY
                                       DISPLAY "ERRO AO REGRAVAR O "
                                           "CONTATOS " CT-MATRICULA
                                   NOT INVALID KEY
                                       ADD 1 TO
                                           CD-QTD-CONTATOS (IND-CAND)
                                       ADD 1 TO CNT-TOT-CONTATOS
                               END-REWRITE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE CONTATOS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * CORRESP: destinatario e e-mail das cartas do elegivel ficam em
      * branco (evento, referencia e data de envio ficam intactos).
      * ----------------------------------------------------------------
       ANONIMIZA-CORRESP.

           IF WRK-G1-CORRESP = 'S'
               OPEN I-O CORRESP-FILE
               PERFORM VARYING IND-CAND FROM 1 BY 1
                       UNTIL IND-CAND > QTD-CANDIDATOS
                   IF CD-EXCLUIDO (IND-CAND) = SPACE
                       PERFORM ANONIMIZA-CORRESP-MATRICULA
                   END-IF
               END-PERFORM
               CLOSE CORRESP-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Cartas do CORRESP do elegivel corrente.
      * ----------------------------------------------------------------
       ANONIMIZA-CORRESP-MATRICULA.

           MOVE "00" TO WS-CORRESP-STATUS
           MOVE CD-MATRICULA (IND-CAND) TO CR-MATRICULA
           MOVE ZEROS TO CR-SEQUENCIA
           START CORRESP-FILE KEY NOT LESS THAN CR-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-CORRESP-STATUS
           END-START
           PERFORM UNTIL WS-CORRESP-STATUS = "10"
               READ CORRESP-FILE NEXT
                   AT END
                       MOVE "10" TO WS-CORRESP-STATUS
                   NOT AT END
                       IF CR-MATRICULA NOT = CD-MATRICULA (IND-CAND)
                           MOVE "10" TO WS-CORRESP-STATUS
                       ELSE
                           MOVE SPACES TO CR-DESTINATARIO CR-EMAIL
                           REWRITE CORRESP-REC
                           ADD 1 TO CD-QTD-CORRESP (IND-CAND)
                           ADD 1 TO CNT-TOT-CORRESP
                       END-IF
               END-READ
           END-PERFORM.

      * ----------------------------------------------------------------
      * OCORRENC: a descricao das ocorrencias do elegivel fica em
      * branco (tipo, sancao, datas e nota anulada ficam intactos).
      * ----------------------------------------------------------------
       ANONIMIZA-OCORRENC.

           IF WRK-G1-OCORRENC = 'S'
               OPEN I-O OCORRENCIAS-FILE
               PERFORM VARYING IND-CAND FROM 1 BY 1
                       UNTIL IND-CAND > QTD-CANDIDATOS
                   IF CD-EXCLUIDO (IND-CAND) = SPACE
                       PERFORM ANONIMIZA-OCORRENC-MATRICULA
                   END-IF
               END-PERFORM
               CLOSE OCORRENCIAS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Ocorrencias do OCORRENC do elegivel corrente.
      * ----------------------------------------------------------------
       ANONIMIZA-OCORRENC-MATRICULA.

           MOVE "00" TO WS-OCORRENC-STATUS
           MOVE CD-MATRICULA (IND-CAND) TO OC-MATRICULA
           MOVE ZEROS TO OC-SEQUENCIA
           START OCORRENCIAS-FILE KEY NOT LESS THAN OC-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-OCORRENC-STATUS
           END-START
           PERFORM UNTIL WS-OCORRENC-STATUS = "10"
               READ OCORRENCIAS-FILE NEXT
                   AT END
                       MOVE "10" TO WS-OCORRENC-STATUS
                   NOT AT END
                       IF OC-MATRICULA NOT = CD-MATRICULA (IND-CAND)
                           MOVE "10" TO WS-OCORRENC-STATUS
                       ELSE
                           MOVE SPACES TO OC-DESCRICAO
                           REWRITE OCORRENCIA-REC
                           ADD 1 TO CD-QTD-OCORRENC (IND-CAND)
                           ADD 1 TO CNT-TOT-OCORRENC
                       END-IF
               END-READ
           END-PERFORM.

      * ----------------------------------------------------------------
      * Acrescenta ao manifesto ANONMANIF a execucao: parametros, uma
      * linha por matricula anonimizada com a quantidade de registros
      * alterados em cada arquivo (o nome nao e gravado) e os totais.
      * ----------------------------------------------------------------
       GRAVA-MANIFESTO.

           OPEN EXTEND MANIFESTO-FILE
           IF WS-MANIFESTO-STATUS NOT = "00"
               CLOSE MANIFESTO-FILE
               OPEN OUTPUT MANIFESTO-FILE
           END-IF

           MOVE SPACES TO MANIFESTO-LINHA
           STRING "ANONIMIZACAO EM " DATA-HOJE (7:2) "/"
               DATA-HOJE (5:2) "/" DATA-HOJE (1:4) " "
               HORA-AGORA (1:2) ":" HORA-AGORA (3:2)
               " OPERADOR " WRK-OPERADOR
               " RETENCAO " WRK-ANOS-RETENCAO " ANOS"
               " CORTE " WRK-DATA-CORTE
               DELIMITED BY SIZE INTO MANIFESTO-LINHA
           WRITE MANIFESTO-LINHA

           PERFORM VARYING IND-CAND FROM 1 BY 1
                   UNTIL IND-CAND > QTD-CANDIDATOS
               IF CD-EXCLUIDO (IND-CAND) = SPACE
                   PERFORM FORMATA-ULTIMA-DATA
                   MOVE SPACES TO MANIFESTO-LINHA
                   STRING "  MATRICULA " CD-MATRICULA (IND-CAND)
                       " SIT " CD-SITUACAO (IND-CAND)
                       " ULT.MOVTO " WRK-ULTIMA-EDIT
                       " ALUNCAD " CD-QTD-ALUNCAD (IND-CAND)
                       " ALUNOIDX " CD-QTD-ALUNOIDX (IND-CAND)
                       " NOTAS " CD-QTD-NOTAS (IND-CAND)
                       " TUTORIA " CD-QTD-TUTORIA (IND-CAND)
                       " MEDIALOG " CD-QTD-MEDIALOG (IND-CAND)
                       " MATRCONV " CD-QTD-MATRCONV (IND-CAND)
                       DELIMITED BY SIZE INTO MANIFESTO-LINHA
                   WRITE MANIFESTO-LINHA
                   MOVE SPACES TO MANIFESTO-LINHA
                   STRING "    CONTATOS " CD-QTD-CONTATOS (IND-CAND)
                       " CORRESP " CD-QTD-CORRESP (IND-CAND)
                       " OCORRENC " CD-QTD-OCORRENC (IND-CAND)
                       DELIMITED BY SIZE INTO MANIFESTO-LINHA
                   WRITE MANIFESTO-LINHA
                   IF CD-HOMONIMO (IND-CAND) = 'S'
                       MOVE SPACES TO MANIFESTO-LINHA
                       STRING "    NOME HOMONIMO DE ALUNO MANTIDO: "
                           "MEDIALOG NAO ALTERADO"
                           DELIMITED BY SIZE INTO MANIFESTO-LINHA
                       WRITE MANIFESTO-LINHA
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO MANIFESTO-LINHA
           STRING "  TOTAIS: MATRICULAS " CNT-ELEGIVEIS
               " ALUNCAD " CNT-TOT-ALUNCAD
               " ALUNOIDX " CNT-TOT-ALUNOIDX
               " NOTAS " CNT-TOT-NOTAS
               " TUTORIA " CNT-TOT-TUTORIA
               " MEDIALOG " CNT-TOT-MEDIALOG
               " MATRCONV " CNT-TOT-MATRCONV
               DELIMITED BY SIZE INTO MANIFESTO-LINHA
           WRITE MANIFESTO-LINHA
           MOVE SPACES TO MANIFESTO-LINHA
           STRING "          CONTATOS " CNT-TOT-CONTATOS
               " CORRESP " CNT-TOT-CORRESP
               " OCORRENC " CNT-TOT-OCORRENC
               DELIMITED BY SIZE INTO MANIFESTO-LINHA
           WRITE MANIFESTO-LINHA
           MOVE SPACES TO MANIFESTO-LINHA
           STRING "  MANTIDOS: DIPLOMA " CNT-DIPLOMADOS
               " MOVIMENTO NO PRAZO " CNT-RECENTES
               " ARQUIVAMENTOS REGRAVADOS " CNT-ARQUIVAMENTOS
               DELIMITED BY SIZE INTO MANIFESTO-LINHA
           WRITE MANIFESTO-LINHA

           CLOSE MANIFESTO-FILE.

      * ----------------------------------------------------------------
      * Acrescenta a linha corrente a trilha CONFHIST, criando o
      * arquivo na primeira alteracao.
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
           MOVE "RETENCAO"   TO CH-ARQUIVO
           MOVE WRK-CAMPO    TO CH-CAMPO
           MOVE WRK-ANTES    TO CH-ANTES
           MOVE WRK-DEPOIS   TO CH-DEPOIS
           MOVE WRK-OPERADOR TO CH-OPERADOR
           WRITE CONFHIST-REC

           CLOSE CONFHIST-FILE
           MOVE "00" TO WS-CONFHIST-STATUS.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a anonimizacao ou a alteracao do prazo.
      * ----------------------------------------------------------------
       GRAVA-TRANSACAO.

           OPEN EXTEND TRANS-LOG-FILE
           IF WS-TRANSLOG-STATUS NOT = "00"
               CLOSE TRANS-LOG-FILE
               OPEN OUTPUT TRANS-LOG-FILE
           END-IF

           MOVE SPACES            TO REG-LOG
           ACCEPT TR-DATA         FROM DATE YYYYMMDD
           ACCEPT TR-HORA         FROM TIME
           MOVE WRK-OPERADOR      TO TR-OPERADOR
           MOVE 'PROG90'          TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE WRK-MATRICULA     TO TR-MATRICULA

           WRITE TRANS-LOG-LINHA FROM REG-LOG

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG90.
