      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Relatorio do titular (LGPD): reune, para uma
      *          matricula, todos os registros que o sistema guarda
      *          sobre o aluno num unico arquivo legivel (RELLGPD), com
      *          uma secao por origem: ALUNCAD, ALUNOIDX, ALUNOS,
      *          NOTASDISC, periodos arquivados listados no ARQPERIODO,
      *          AVALIACOES, FREQUENCIA, INSCRICAO, NOTASHIST, TRANSLOG
      *          (o vivo e os arquivamentos mensais TRANSLOG.AAAAMM do
      *          PROG32, do mes de ingresso ate o corrente), REVNOTAS,
      *          SEGCHAMADA, TUTORIA, SITMOV e APROVEST, alem dos
      *          arquivos financeiros e de documentos (MENSALID,
      *          BOLSAS, PENDENCIAS, DIPLOMAS, DOCEMITIDOS e a tabela
      *          de conversao MATRCONV), CONTATOS, CORRESP, OCORRENC,
      *          ESTAGIOS, ESTAGHORAS e LISTAESP. Cada secao traz a
      *          contagem de registros, repetida no resumo final com a
      *          data de producao. O pedido fica registrado no
      *          TRANSLOG. O relatorio nao e retido no spool (PROG62V),
      *          para nao multiplicar copias de dados pessoais. Exige
      *          sign-on (PROG15V).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG89); o
      *                 perfil padrao de qualquer letra mantem o acesso
      *                 de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Novas secoes CONTATOS, CORRESP, OCORRENC,
      *                 ESTAGIOS, ESTAGHORAS e LISTAESP, para o
      *                 relatorio cobrir todos os arquivos com dados do
      *                 aluno.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG89.

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

           SELECT AVALIACOES-FILE ASSIGN TO "AVALIACOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-CHAVE OF AVALIACOES-REC
               FILE STATUS IS WS-AVALIACOES-STATUS.

           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE OF FREQUENCIA-REC
               FILE STATUS IS WS-FREQUENCIA-STATUS.

           SELECT INSCRICAO-FILE ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CHAVE OF INSCRICAO-REC
               FILE STATUS IS WS-INSCRICAO-STATUS.

           SELECT NOTAS-HIST-FILE ASSIGN TO "NOTASHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTASHIST-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT ARQLOG-FILE ASSIGN USING WS-NOME-ARQLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQLOG-STATUS.

           SELECT REVISAO-FILE ASSIGN TO "REVNOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISAO-STATUS.

           SELECT SEGCHAMADA-FILE ASSIGN TO "SEGCHAMADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGCHAMADA-STATUS.

           SELECT TUTORIA-FILE ASSIGN TO "TUTORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUTORIA-STATUS.

           SELECT SITMOV-FILE ASSIGN TO "SITMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITMOV-STATUS.

           SELECT APROVEST-FILE ASSIGN TO "APROVEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROVEST-STATUS.

           SELECT MENSALID-FILE ASSIGN TO "MENSALID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE OF MENSALID-REC
               FILE STATUS IS WS-MENSALID-STATUS.

           SELECT BOLSAS-FILE ASSIGN TO "BOLSAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLSAS-STATUS.

           SELECT PENDENCIAS-FILE ASSIGN TO "PENDENCIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-CHAVE OF PENDENCIA-REC
               FILE STATUS IS WS-PENDENCIAS-STATUS.

           SELECT DIPLOMAS-FILE ASSIGN TO "DIPLOMAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIPLOMAS-STATUS.

           SELECT DOCEMITIDOS-FILE ASSIGN TO "DOCEMITIDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-CODIGO OF DOCEMITIDO-REC
               FILE STATUS IS WS-DOCEMITIDOS-STATUS.

           SELECT CONVERSAO-FILE ASSIGN TO "MATRCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERSAO-STATUS.

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

           SELECT ESTAGIOS-FILE ASSIGN TO "ESTAGIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE OF ESTAGIO-REC
               FILE STATUS IS WS-ESTAGIOS-STATUS.

           SELECT ESTAGHORAS-FILE ASSIGN TO "ESTAGHORAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-CHAVE OF ESTAGHORAS-REC
               FILE STATUS IS WS-ESTAGHORAS-STATUS.

           SELECT LISTA-ESPERA-FILE ASSIGN TO "LISTAESP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LE-CHAVE OF LISTA-ESPERA-REC
               FILE STATUS IS WS-LISTAESP-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELLGPD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

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

       FD  AVALIACOES-FILE.
       01  AVALIACOES-REC.
           COPY AVALREC.

       FD  FREQUENCIA-FILE.
       01  FREQUENCIA-REC.
           COPY FREQREC.

       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.
           COPY INSCRREC.

       FD  NOTAS-HIST-FILE.
       01  NOTAS-HIST-REC.
           COPY NOTAHREC.

      * O TRANSLOG vivo e os arquivamentos mensais sao lidos para
      * REG-LOG (layout TRANSREC).
       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-LINHA         PIC X(114).

       FD  ARQLOG-FILE.
       01  ARQLOG-LINHA            PIC X(114).

      * Pedido de revisao de nota (layout do PROG39).
       FD  REVISAO-FILE.
       01  REVISAO-REC.
           05 RV-NUMERO           PIC 9(05).
           05 RV-MATRICULA        PIC 9(06).
           05 RV-MATERIA          PIC X(30).
           05 RV-PERIODO          PIC X(06).
           05 RV-MOTIVO           PIC X(40).
           05 RV-DATA-PEDIDO      PIC X(08).
           05 RV-STATUS           PIC X(01).
           05 RV-DATA-DECISAO     PIC X(08).
           05 RV-OPERADOR         PIC X(10).

      * Segunda chamada (layout do PROG64).
       FD  SEGCHAMADA-FILE.
       01  SEGCHAMADA-REC.
           05 SG-MATRICULA        PIC 9(06).
           05 SG-MATERIA          PIC X(30).
           05 SG-PERIODO          PIC X(06).
           05 SG-PROVA            PIC X(01).
           05 SG-JUSTIFICATIVA    PIC X(02).
           05 SG-DOCUMENTO        PIC X(20).
           05 SG-DATA-REG         PIC X(08).
           05 SG-OPERADOR         PIC X(10).
           05 SG-STATUS           PIC X(01).

       FD  TUTORIA-FILE.
       01  TUTORIA-REC.
           COPY TUTORREC.

       FD  SITMOV-FILE.
       01  SITMOV-REC.
           COPY SITMOVREC.

       FD  APROVEST-FILE.
       01  APROVEST-REC.
           COPY APROVREC.

       FD  MENSALID-FILE.
       01  MENSALID-REC.
           COPY MENSREC.

       FD  BOLSAS-FILE.
       01  BOLSAS-REC.
           COPY BOLSAREC.

       FD  PENDENCIAS-FILE.
       01  PENDENCIA-REC.
           COPY PENDREC.

       FD  DIPLOMAS-FILE.
       01  DIPLOMA-REC.
           COPY DIPLREC.

       FD  DOCEMITIDOS-FILE.
       01  DOCEMITIDO-REC.
           COPY DOCEMREC.

       FD  CONVERSAO-FILE.
       01  CONVERSAO-REC.
           COPY MATRCONVREC.

       FD  CONTATOS-FILE.
       01  CONTATO-REC.
           COPY CONTREC.

       FD  CORRESP-FILE.
       01  CORRESP-REC.
           COPY CORRSREC.

       FD  OCORRENCIAS-FILE.
       01  OCORRENCIA-REC.
           COPY OCORREC.

       FD  ESTAGIOS-FILE.
       01  ESTAGIO-REC.
           COPY ESTGREC.

       FD  ESTAGHORAS-FILE.
       01  ESTAGHORAS-REC.
           COPY EHORREC.

       FD  LISTA-ESPERA-FILE.
       01  LISTA-ESPERA-REC.
           COPY ESPEREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(132).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-ALUNOIDX-STATUS   PIC X(02) VALUE "00".
       77 WS-ALUNOS-STATUS     PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-ARQPER-STATUS     PIC X(02) VALUE "00".
       77 WS-ARQUIVADO-STATUS  PIC X(02) VALUE "00".
       77 WS-AVALIACOES-STATUS PIC X(02) VALUE "00".
       77 WS-FREQUENCIA-STATUS PIC X(02) VALUE "00".
       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-NOTASHIST-STATUS  PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-ARQLOG-STATUS     PIC X(02) VALUE "00".
       77 WS-REVISAO-STATUS    PIC X(02) VALUE "00".
       77 WS-SEGCHAMADA-STATUS PIC X(02) VALUE "00".
       77 WS-TUTORIA-STATUS    PIC X(02) VALUE "00".
       77 WS-SITMOV-STATUS     PIC X(02) VALUE "00".
       77 WS-APROVEST-STATUS   PIC X(02) VALUE "00".
       77 WS-MENSALID-STATUS   PIC X(02) VALUE "00".
       77 WS-BOLSAS-STATUS     PIC X(02) VALUE "00".
       77 WS-PENDENCIAS-STATUS PIC X(02) VALUE "00".
       77 WS-DIPLOMAS-STATUS   PIC X(02) VALUE "00".
       77 WS-DOCEMITIDOS-STATUS PIC X(02) VALUE "00".
       77 WS-CONVERSAO-STATUS  PIC X(02) VALUE "00".
       77 WS-CONTATOS-STATUS   PIC X(02) VALUE "00".
       77 WS-CORRESP-STATUS    PIC X(02) VALUE "00".
       77 WS-OCORRENC-STATUS   PIC X(02) VALUE "00".
       77 WS-ESTAGIOS-STATUS   PIC X(02) VALUE "00".
       77 WS-ESTAGHORAS-STATUS PIC X(02) VALUE "00".
       77 WS-LISTAESP-STATUS   PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WS-NOME-ARQUIVADO    PIC X(20) VALUE SPACES.
       77 WS-NOME-ARQLOG       PIC X(20) VALUE SPACES.
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-DIGITO-VALIDO    PIC X VALUE 'N'.
       77 WRK-CONFIRMA         PIC X VALUE 'N'.
       77 WRK-NOME-CAD         PIC X(30) VALUE SPACES.
       77 WRK-INGRESSO         PIC X(08) VALUE SPACES.
       77 WRK-FONTE            PIC X(12) VALUE SPACES.
       77 WRK-FONTE-ABERTA     PIC X(01) VALUE 'N'.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 WRK-DATA-EDIT        PIC X(10) VALUE SPACES.
       77 WRK-DATA-AUX         PIC X(08) VALUE SPACES.
       77 WRK-P1-EDIT          PIC Z9.99.
       77 WRK-P2-EDIT          PIC Z9.99.
       77 WRK-P3-EDIT          PIC Z9.99.
       77 WRK-MEDIA-EDIT       PIC Z9.99.
       77 WRK-VALOR-EDIT       PIC ZZZZ9.99.
       77 WRK-SALDO-EDIT       PIC ZZZZ9.99.
       77 WRK-ANO-MES-FIM      PIC 9(06) VALUE ZEROS.
       77 DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77 HORA-AGORA           PIC 9(08) VALUE ZEROS.
       77 CNT-FONTE            PIC 9(06) VALUE ZEROS.
       77 CNT-TOTAL            PIC 9(07) VALUE ZEROS.
       77 QTD-FONTES           PIC 9(02) VALUE ZEROS.
       77 IND-FONTE            PIC 9(02) VALUE ZEROS.

      * Mes do arquivamento do TRANSLOG em varredura (AAAAMM).
       01  WRK-ANO-MES            PIC 9(06) VALUE ZEROS.
       01  WRK-ANO-MES-PARTES REDEFINES WRK-ANO-MES.
           05 WRK-ANO             PIC 9(04).
           05 WRK-MES             PIC 9(02).

      * Contagem de registros por origem, para o resumo final.
       01  TABELA-FONTES.
           05 TF-ENTRADA OCCURS 30 TIMES.
              10 TF-FONTE         PIC X(12).
              10 TF-ABERTA        PIC X(01).
              10 TF-QTDE          PIC 9(06).

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
           DISPLAY "RELATORIO DO TITULAR (LGPD)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG89" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG89. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           PERFORM OBTEM-MATRICULA
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY "RELATORIO CANCELADO PELO OPERADOR."
               GOBACK
           END-IF

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA FROM TIME
           MOVE ZEROS TO QTD-FONTES
           MOVE ZEROS TO CNT-TOTAL

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM CABECALHO-RELATORIO

           PERFORM SECAO-ALUNCAD
           PERFORM SECAO-ALUNOIDX
           PERFORM SECAO-ALUNOS
           PERFORM SECAO-NOTASDISC
           PERFORM SECAO-ARQPERIODO
           PERFORM SECAO-AVALIACOES
           PERFORM SECAO-FREQUENCIA
           PERFORM SECAO-INSCRICAO
           PERFORM SECAO-NOTASHIST
           PERFORM SECAO-TRANSLOG
           PERFORM SECAO-REVNOTAS
           PERFORM SECAO-SEGCHAMADA
           PERFORM SECAO-TUTORIA
           PERFORM SECAO-SITMOV
           PERFORM SECAO-APROVEST
           PERFORM SECAO-MENSALID
           PERFORM SECAO-BOLSAS
           PERFORM SECAO-PENDENCIAS
           PERFORM SECAO-DIPLOMAS
           PERFORM SECAO-DOCEMITIDOS
           PERFORM SECAO-MATRCONV
           PERFORM SECAO-CONTATOS
           PERFORM SECAO-CORRESP
           PERFORM SECAO-OCORRENC
           PERFORM SECAO-ESTAGIOS
           PERFORM SECAO-ESTAGHORAS
           PERFORM SECAO-LISTAESP

           PERFORM RESUMO-RELATORIO
           CLOSE RELATORIO-FILE

           MOVE SPACES TO WRK-DESCRICAO-LOG
           STRING "RELATORIO LGPD: " CNT-TOTAL " REGISTROS"
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
           PERFORM GRAVA-TRANSACAO

           DISPLAY "REGISTROS ENCONTRADOS: " CNT-TOTAL
           DISPLAY "RELATORIO GRAVADO EM RELLGPD."

           GOBACK.

      * ----------------------------------------------------------------
      * Pede a matricula. Matricula que nao passa no digito
      * verificador atual (por exemplo, numero antigo de ex-aluno)
      * ainda pode ser consultada, mediante confirmacao.
      * ----------------------------------------------------------------
       OBTEM-MATRICULA.

           DISPLAY "MATRICULA DO TITULAR (6 DIGITOS):"
           ACCEPT WRK-MATRICULA

           MOVE 'S' TO WRK-CONFIRMA
           CALL "PROG10V" USING WRK-MATRICULA WRK-DIGITO-VALIDO
           END-CALL
           IF WRK-DIGITO-VALIDO NOT = 'S'
               DISPLAY "MATRICULA NAO PASSA NO DIGITO VERIFICADOR "
                   "ATUAL. EMITIR MESMO ASSIM? (S/N)"
               ACCEPT WRK-CONFIRMA
           END-IF.

      * ----------------------------------------------------------------
      * Cabecalho do relatorio, com a data e a hora de producao.
      * ----------------------------------------------------------------
       CABECALHO-RELATORIO.

           MOVE "==========================================" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "RELATORIO DO TITULAR DE DADOS PESSOAIS (LGPD)" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "==========================================" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "MATRICULA: " WRK-MATRICULA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "PRODUZIDO EM: " DATA-HOJE (7:2) "/"
               DATA-HOJE (5:2) "/" DATA-HOJE (1:4) " AS "
               HORA-AGORA (1:2) ":" HORA-AGORA (3:2)
               "   OPERADOR: " WRK-OPERADOR
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Abre a secao da origem WRK-FONTE no relatorio.
      * ----------------------------------------------------------------
       ABRE-SECAO.

           MOVE ZEROS TO CNT-FONTE
           MOVE 'S' TO WRK-FONTE-ABERTA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "---- ORIGEM: " WRK-FONTE " "
               "------------------------------------------"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Fecha a secao com a contagem e guarda a contagem para o
      * resumo.
      * ----------------------------------------------------------------
       FECHA-SECAO.

           MOVE SPACES TO RELATORIO-LINHA
           IF WRK-FONTE-ABERTA NOT = 'S'
               MOVE "  (ARQUIVO INEXISTENTE OU INDISPONIVEL)" TO
                   RELATORIO-LINHA
           ELSE
               STRING "  REGISTROS EM " WRK-FONTE ": " CNT-FONTE
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA

           ADD 1 TO QTD-FONTES
           MOVE WRK-FONTE TO TF-FONTE (QTD-FONTES)
           MOVE WRK-FONTE-ABERTA TO TF-ABERTA (QTD-FONTES)
           MOVE CNT-FONTE TO TF-QTDE (QTD-FONTES)
           ADD CNT-FONTE TO CNT-TOTAL.

      * ----------------------------------------------------------------
      * Converte WRK-DATA-AUX (AAAAMMDD) em WRK-DATA-EDIT (DD/MM/AAAA).
      * ----------------------------------------------------------------
       FORMATA-DATA.

           MOVE SPACES TO WRK-DATA-EDIT
           IF WRK-DATA-AUX NOT = SPACES
               STRING WRK-DATA-AUX (7:2) "/" WRK-DATA-AUX (5:2) "/"
                   WRK-DATA-AUX (1:4)
                   DELIMITED BY SIZE INTO WRK-DATA-EDIT
           END-IF.

      * ----------------------------------------------------------------
      * Cadastro mestre.
      * ----------------------------------------------------------------
       SECAO-ALUNCAD.

           MOVE "ALUNCAD" TO WRK-FONTE
           PERFORM ABRE-SECAO
           MOVE SPACES TO WRK-NOME-CAD WRK-INGRESSO

           MOVE "00" TO WS-ALUNCAD-STATUS
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               MOVE WRK-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CNT-FONTE
                       MOVE AC-NOME TO WRK-NOME-CAD
                       MOVE AC-DATA-INGRESSO TO WRK-INGRESSO
                       MOVE AC-DATA-INGRESSO TO WRK-DATA-AUX
                       PERFORM FORMATA-DATA
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  NOME: " AC-NOME
                           "  CURSO: " AC-CURSO
                           "  TURMA: " AC-TURMA
                           DELIMITED BY SIZE INTO RELATORIO-LINHA
                       WRITE RELATORIO-LINHA
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  INGRESSO: " WRK-DATA-EDIT
                           "  SITUACAO CADASTRAL: " AC-SITUACAO-CAD
                           DELIMITED BY SIZE INTO RELATORIO-LINHA
                       WRITE RELATORIO-LINHA
               END-READ
               CLOSE ALUNO-CAD-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Indice de nomes.
      * ----------------------------------------------------------------
       SECAO-ALUNOIDX.

           MOVE "ALUNOIDX" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-ALUNOIDX-STATUS
           OPEN INPUT ALUNO-IDX-FILE
           IF WS-ALUNOIDX-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               PERFORM UNTIL WS-ALUNOIDX-STATUS = "10"
                   READ ALUNO-IDX-FILE
                       AT END
                           MOVE "10" TO WS-ALUNOIDX-STATUS
                       NOT AT END
                           IF AI-MATRICULA = WRK-MATRICULA
                               ADD 1 TO CNT-FONTE
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  NOME: " AI-NOME
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNO-IDX-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Notas do periodo corrente (ALUNOS).
      * ----------------------------------------------------------------
       SECAO-ALUNOS.

           MOVE "ALUNOS" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-ALUNOS-STATUS
           OPEN INPUT ALUNOS-FILE
           IF WS-ALUNOS-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               MOVE WRK-MATRICULA TO GR-MATRICULA OF ALUNOS-REC
               MOVE LOW-VALUES TO GR-MATERIA OF ALUNOS-REC
               MOVE LOW-VALUES TO GR-PERIODO OF ALUNOS-REC
               START ALUNOS-FILE KEY NOT LESS THAN
                       GR-CHAVE OF ALUNOS-REC
                   INVALID KEY
                       MOVE "10" TO WS-ALUNOS-STATUS
               END-START
               PERFORM UNTIL WS-ALUNOS-STATUS = "10"
                   READ ALUNOS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ALUNOS-STATUS
                       NOT AT END
                           IF GR-MATRICULA OF ALUNOS-REC NOT =
                                   WRK-MATRICULA
                               MOVE "10" TO WS-ALUNOS-STATUS
                           ELSE
                               MOVE ALUNOS-REC TO REG-ARQUIVADO
                               PERFORM IMPRIME-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Notas por disciplina (NOTASDISC).
      * ----------------------------------------------------------------
       SECAO-NOTASDISC.

           MOVE "NOTASDISC" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-NOTASDISC-STATUS
           OPEN INPUT NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               MOVE WRK-MATRICULA TO GR-MATRICULA OF NOTASDISC-REC
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
                                   WRK-MATRICULA
                               MOVE "10" TO WS-NOTASDISC-STATUS
                           ELSE
                               MOVE NOTASDISC-REC TO REG-ARQUIVADO
                               PERFORM IMPRIME-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTASDISC-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Imprime o registro de nota em REG-ARQUIVADO (layout GRADEREC)
      * e soma na secao.
      * ----------------------------------------------------------------
       IMPRIME-NOTA.

           ADD 1 TO CNT-FONTE
           MOVE GR-P1 OF REG-ARQUIVADO TO WRK-P1-EDIT
           MOVE GR-P2 OF REG-ARQUIVADO TO WRK-P2-EDIT
           MOVE GR-P3 OF REG-ARQUIVADO TO WRK-P3-EDIT
           MOVE GR-MEDIA OF REG-ARQUIVADO TO WRK-MEDIA-EDIT
           MOVE GR-DATA-MOVTO OF REG-ARQUIVADO TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE SPACES TO RELATORIO-LINHA
           STRING "  " GR-PERIODO OF REG-ARQUIVADO " "
               GR-MATERIA OF REG-ARQUIVADO " " GR-NOME OF REG-ARQUIVADO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "         P1 " WRK-P1-EDIT " P2 " WRK-P2-EDIT
               " P3 " WRK-P3-EDIT " MEDIA " WRK-MEDIA-EDIT " "
               GR-SITUACAO OF REG-ARQUIVADO " "
               GR-OPERADOR OF REG-ARQUIVADO " " WRK-DATA-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Periodos arquivados pelo PROG41: todos os arquivamentos
      * listados no ARQPERIODO.
      * ----------------------------------------------------------------
       SECAO-ARQPERIODO.

           MOVE "ARQPERIODO" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-ARQPER-STATUS
           OPEN INPUT ARQPER-FILE
           IF WS-ARQPER-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               PERFORM UNTIL WS-ARQPER-STATUS = "10"
                   READ ARQPER-FILE
                       AT END
                           MOVE "10" TO WS-ARQPER-STATUS
                       NOT AT END
                           MOVE AP-NOME-ARQ TO WS-NOME-ARQUIVADO
                           PERFORM LE-UM-ARQUIVAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQPER-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Le um arquivamento de periodo e imprime os registros da
      * matricula, precedidos do nome do arquivamento.
      * ----------------------------------------------------------------
       LE-UM-ARQUIVAMENTO.

           MOVE "00" TO WS-ARQUIVADO-STATUS
           OPEN INPUT ARQUIVADO-FILE
           IF WS-ARQUIVADO-STATUS = "00"
               PERFORM UNTIL WS-ARQUIVADO-STATUS = "10"
                   READ ARQUIVADO-FILE INTO REG-ARQUIVADO
                       AT END
                           MOVE "10" TO WS-ARQUIVADO-STATUS
                       NOT AT END
                           IF GR-MATRICULA OF REG-ARQUIVADO =
                                   WRK-MATRICULA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  [" WS-NOME-ARQUIVADO "]"
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                               PERFORM IMPRIME-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVADO-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Notas de avaliacao por numero de prova.
      * ----------------------------------------------------------------
       SECAO-AVALIACOES.

           MOVE "AVALIACOES" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-AVALIACOES-STATUS
           OPEN INPUT AVALIACOES-FILE
           IF WS-AVALIACOES-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               MOVE WRK-MATRICULA TO AV-MATRICULA
               MOVE LOW-VALUES TO AV-MATERIA
               MOVE LOW-VALUES TO AV-PERIODO
               MOVE ZEROS TO AV-NUMERO
               START AVALIACOES-FILE KEY NOT LESS THAN AV-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-AVALIACOES-STATUS
               END-START
               PERFORM UNTIL WS-AVALIACOES-STATUS = "10"
                   READ AVALIACOES-FILE NEXT
                       AT END
                           MOVE "10" TO WS-AVALIACOES-STATUS
                       NOT AT END
                           IF AV-MATRICULA NOT = WRK-MATRICULA
                               MOVE "10" TO WS-AVALIACOES-STATUS
                           ELSE
                               ADD 1 TO CNT-FONTE
                               MOVE AV-NOTA TO WRK-MEDIA-EDIT
                               MOVE AV-DATA-MOVTO TO WRK-DATA-AUX
                               PERFORM FORMATA-DATA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  " AV-PERIODO " " AV-MATERIA
                                   " AVALIACAO " AV-NUMERO
                                   " NOTA " WRK-MEDIA-EDIT " "
                                   AV-OPERADOR " " WRK-DATA-EDIT
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVALIACOES-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Frequencia por disciplina e periodo.
      * ----------------------------------------------------------------
       SECAO-FREQUENCIA.

           MOVE "FREQUENCIA" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-FREQUENCIA-STATUS
           OPEN INPUT FREQUENCIA-FILE
           IF WS-FREQUENCIA-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               MOVE WRK-MATRICULA TO FQ-MATRICULA
               MOVE LOW-VALUES TO FQ-MATERIA
               MOVE LOW-VALUES TO FQ-PERIODO
               START FREQUENCIA-FILE KEY NOT LESS THAN FQ-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-FREQUENCIA-STATUS
               END-START
               PERFORM UNTIL WS-FREQUENCIA-STATUS = "10"
                   READ FREQUENCIA-FILE NEXT
                       AT END
                           MOVE "10" TO WS-FREQUENCIA-STATUS
                       NOT AT END
                           IF FQ-MATRICULA NOT = WRK-MATRICULA
                               MOVE "10" TO WS-FREQUENCIA-STATUS
                           ELSE
                               ADD 1 TO CNT-FONTE
                               MOVE FQ-DATA-MOVTO TO WRK-DATA-AUX
                               PERFORM FORMATA-DATA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  " FQ-PERIODO " " FQ-MATERIA
                                   " AULAS " FQ-TOTAL-AULAS
                                   " FALTAS " FQ-FALTAS " "
                                   FQ-OPERADOR " " WRK-DATA-EDIT
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREQUENCIA-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Inscricoes em disciplinas.
      * ----------------------------------------------------------------
       SECAO-INSCRICAO.

           MOVE "INSCRICAO" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-INSCRICAO-STATUS
           OPEN INPUT INSCRICAO-FILE
           IF WS-INSCRICAO-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
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
                               ADD 1 TO CNT-FONTE
                               MOVE IN-DATA-MOVTO TO WRK-DATA-AUX
                               PERFORM FORMATA-DATA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  " IN-PERIODO " " IN-MATERIA
                                   " TURMA " IN-TURMA " "
                                   IN-OPERADOR " " WRK-DATA-EDIT
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSCRICAO-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Historico de alteracoes de nota (antes/depois).
      * ----------------------------------------------------------------
       SECAO-NOTASHIST.

           MOVE "NOTASHIST" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-NOTASHIST-STATUS
           OPEN INPUT NOTAS-HIST-FILE
           IF WS-NOTASHIST-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               PERFORM UNTIL WS-NOTASHIST-STATUS = "10"
                   READ NOTAS-HIST-FILE
                       AT END
                           MOVE "10" TO WS-NOTASHIST-STATUS
                       NOT AT END
                           IF NH-MATRICULA = WRK-MATRICULA
                               PERFORM IMPRIME-NOTASHIST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-HIST-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Linhas de uma alteracao de nota.
      * ----------------------------------------------------------------
       IMPRIME-NOTASHIST.

           ADD 1 TO CNT-FONTE
           MOVE NH-DATA TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE NH-ANT-MEDIA TO WRK-P1-EDIT
           MOVE NH-DEP-MEDIA TO WRK-MEDIA-EDIT

           MOVE SPACES TO RELATORIO-LINHA
           STRING "  " WRK-DATA-EDIT " " NH-HORA (1:2) ":"
               NH-HORA (3:2) " " NH-PROGRAMA " " NH-OPERADOR " "
               NH-PERIODO " " NH-MATERIA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "         MEDIA ANTES " WRK-P1-EDIT " "
               NH-ANT-SITUACAO "  DEPOIS " WRK-MEDIA-EDIT " "
               NH-DEP-SITUACAO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * TRANSLOG vivo e arquivamentos mensais do PROG32, do mes de
      * ingresso (ou dos ultimos vinte anos, sem ingresso) ate o mes
      * corrente.
      * ----------------------------------------------------------------
       SECAO-TRANSLOG.

           MOVE "TRANSLOG" TO WRK-FONTE
           PERFORM ABRE-SECAO

           IF WRK-INGRESSO (1:6) IS NUMERIC
              AND WRK-INGRESSO (1:6) NOT = ZEROS
               MOVE WRK-INGRESSO (1:6) TO WRK-ANO-MES
           ELSE
               MOVE DATA-HOJE (1:6) TO WRK-ANO-MES
               SUBTRACT 20 FROM WRK-ANO
               MOVE 1 TO WRK-MES
           END-IF
           MOVE DATA-HOJE (1:6) TO WRK-ANO-MES-FIM

           PERFORM UNTIL WRK-ANO-MES > WRK-ANO-MES-FIM
               MOVE SPACES TO WS-NOME-ARQLOG
               STRING "TRANSLOG." WRK-ANO-MES
                   DELIMITED BY SIZE INTO WS-NOME-ARQLOG
               PERFORM LE-UM-ARQLOG
               IF WRK-MES = 12
                   ADD 1 TO WRK-ANO
                   MOVE 1 TO WRK-MES
               ELSE
                   ADD 1 TO WRK-MES
               END-IF
           END-PERFORM

           MOVE "00" TO WS-TRANSLOG-STATUS
           OPEN INPUT TRANS-LOG-FILE
           IF WS-TRANSLOG-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               PERFORM UNTIL WS-TRANSLOG-STATUS = "10"
                   READ TRANS-LOG-FILE INTO REG-LOG
                       AT END
                           MOVE "10" TO WS-TRANSLOG-STATUS
                       NOT AT END
                           IF TR-MATRICULA = WRK-MATRICULA
                               MOVE "TRANSLOG" TO WS-NOME-ARQLOG
                               PERFORM IMPRIME-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-LOG-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Le um arquivamento mensal do TRANSLOG, se existir.
      * ----------------------------------------------------------------
       LE-UM-ARQLOG.

           MOVE "00" TO WS-ARQLOG-STATUS
           OPEN INPUT ARQLOG-FILE
           IF WS-ARQLOG-STATUS = "00"
               PERFORM UNTIL WS-ARQLOG-STATUS = "10"
                   READ ARQLOG-FILE INTO REG-LOG
                       AT END
                           MOVE "10" TO WS-ARQLOG-STATUS
                       NOT AT END
                           IF TR-DATA IS NUMERIC
                              AND TR-MATRICULA = WRK-MATRICULA
                               PERFORM IMPRIME-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQLOG-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Linha de uma transacao do log, com o arquivo de origem.
      * ----------------------------------------------------------------
       IMPRIME-LOG.

           ADD 1 TO CNT-FONTE
           MOVE TR-DATA TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE SPACES TO RELATORIO-LINHA
           STRING "  " WRK-DATA-EDIT " " TR-HORA (1:2) ":"
               TR-HORA (3:2) " " TR-PROGRAMA " " TR-OPERADOR " "
               TR-DESCRICAO " " TR-PERIODO " [" WS-NOME-ARQLOG "]"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Pedidos de revisao de nota.
      * ----------------------------------------------------------------
       SECAO-REVNOTAS.

           MOVE "REVNOTAS" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-REVISAO-STATUS
           OPEN INPUT REVISAO-FILE
           IF WS-REVISAO-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               PERFORM UNTIL WS-REVISAO-STATUS = "10"
                   READ REVISAO-FILE
                       AT END
                           MOVE "10" TO WS-REVISAO-STATUS
                       NOT AT END
                           IF RV-MATRICULA = WRK-MATRICULA
                               ADD 1 TO CNT-FONTE
                               MOVE RV-DATA-PEDIDO TO WRK-DATA-AUX
                               PERFORM FORMATA-DATA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  PEDIDO " RV-NUMERO " "
                                   WRK-DATA-EDIT " " RV-PERIODO " "
                                   RV-MATERIA " SITUACAO "
                                   RV-STATUS " " RV-OPERADOR
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "         MOTIVO: " RV-MOTIVO
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVISAO-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Pedidos de segunda chamada.
      * ----------------------------------------------------------------
       SECAO-SEGCHAMADA.

           MOVE "SEGCHAMADA" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-SEGCHAMADA-STATUS
           OPEN INPUT SEGCHAMADA-FILE
           IF WS-SEGCHAMADA-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               PERFORM UNTIL WS-SEGCHAMADA-STATUS = "10"
                   READ SEGCHAMADA-FILE
                       AT END
                           MOVE "10" TO WS-SEGCHAMADA-STATUS
                       NOT AT END
                           IF SG-MATRICULA = WRK-MATRICULA
                               ADD 1 TO CNT-FONTE
                               MOVE SG-DATA-REG TO WRK-DATA-AUX
                               PERFORM FORMATA-DATA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  " WRK-DATA-EDIT " "
                                   SG-PERIODO " " SG-MATERIA
                                   " PROVA " SG-PROVA " JUST. "
                                   SG-JUSTIFICATIVA " DOC. "
                                   SG-DOCUMENTO " " SG-STATUS " "
                                   SG-OPERADOR
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGCHAMADA-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Sinalizacoes de tutoria.
      * ----------------------------------------------------------------
       SECAO-TUTORIA.

           MOVE "TUTORIA" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-TUTORIA-STATUS
           OPEN INPUT TUTORIA-FILE
           IF WS-TUTORIA-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               PERFORM UNTIL WS-TUTORIA-STATUS = "10"
                   READ TUTORIA-FILE
                       AT END
                           MOVE "10" TO WS-TUTORIA-STATUS
                       NOT AT END
                           IF TU-MATRICULA = WRK-MATRICULA
                               ADD 1 TO CNT-FONTE
                               MOVE TU-DATA-SINAL TO WRK-DATA-AUX
                               PERFORM FORMATA-DATA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  " WRK-DATA-EDIT " "
                                   TU-PERIODO " " TU-MATERIA
                                   " TUTOR " TU-TUTOR
                                   " SITUACAO " TU-STATUS
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "         ACOES: " TU-ACOES
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TUTORIA-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Movimentos de situacao (trancamento, transferencia etc.).
      * ----------------------------------------------------------------
       SECAO-SITMOV.

           MOVE "SITMOV" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-SITMOV-STATUS
           OPEN INPUT SITMOV-FILE
           IF WS-SITMOV-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               PERFORM UNTIL WS-SITMOV-STATUS = "10"
                   READ SITMOV-FILE
                       AT END
                           MOVE "10" TO WS-SITMOV-STATUS
                       NOT AT END
                           IF SM-MATRICULA = WRK-MATRICULA
                               ADD 1 TO CNT-FONTE
                               MOVE SM-DATA-EFETIVA TO WRK-DATA-AUX
                               PERFORM FORMATA-DATA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  ACAO " SM-ACAO
                                   " EFETIVA EM " WRK-DATA-EDIT
                                   " REGISTRADA EM " SM-DATA-MOVTO
                                   " " SM-HORA " " SM-OPERADOR
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITMOV-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Aproveitamento de estudos externos.
      * ----------------------------------------------------------------
       SECAO-APROVEST.

           MOVE "APROVEST" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-APROVEST-STATUS
           OPEN INPUT APROVEST-FILE
           IF WS-APROVEST-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               PERFORM UNTIL WS-APROVEST-STATUS = "10"
                   READ APROVEST-FILE
                       AT END
                           MOVE "10" TO WS-APROVEST-STATUS
                       NOT AT END
                           IF AE-MATRICULA = WRK-MATRICULA
                               ADD 1 TO CNT-FONTE
                               MOVE AE-DATA TO WRK-DATA-AUX
                               PERFORM FORMATA-DATA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  " WRK-DATA-EDIT " "
                                   AE-PERIODO " " AE-MATERIA
                                   " " AE-INSTITUICAO " NOTA "
                                   AE-NOTA-ORIGINAL " " AE-OPERADOR
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APROVEST-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Conta corrente de mensalidades.
      * ----------------------------------------------------------------
       SECAO-MENSALID.

           MOVE "MENSALID" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-MENSALID-STATUS
           OPEN INPUT MENSALID-FILE
           IF WS-MENSALID-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               MOVE WRK-MATRICULA TO MN-MATRICULA
               MOVE ZEROS TO MN-SEQUENCIA
               START MENSALID-FILE KEY NOT LESS THAN MN-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-MENSALID-STATUS
               END-START
               PERFORM UNTIL WS-MENSALID-STATUS = "10"
                   READ MENSALID-FILE NEXT
                       AT END
                           MOVE "10" TO WS-MENSALID-STATUS
                       NOT AT END
                           IF MN-MATRICULA NOT = WRK-MATRICULA
                               MOVE "10" TO WS-MENSALID-STATUS
                           ELSE
                               PERFORM IMPRIME-MENSALIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENSALID-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Linha de um lancamento da conta corrente.
      * ----------------------------------------------------------------
       IMPRIME-MENSALIDADE.

           ADD 1 TO CNT-FONTE
           MOVE MN-VALOR TO WRK-VALOR-EDIT
           MOVE MN-SALDO TO WRK-SALDO-EDIT
           MOVE MN-VENCIMENTO TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE SPACES TO RELATORIO-LINHA
           STRING "  " MN-SEQUENCIA " TIPO " MN-TIPO " COMPET. "
               MN-COMPETENCIA " VENC. " WRK-DATA-EDIT " VALOR "
               WRK-VALOR-EDIT MN-SINAL " SALDO " WRK-SALDO-EDIT
               " SIT. " MN-SITUACAO " " MN-HISTORICO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Bolsas concedidas.
      * ----------------------------------------------------------------
       SECAO-BOLSAS.

           MOVE "BOLSAS" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-BOLSAS-STATUS
           OPEN INPUT BOLSAS-FILE
           IF WS-BOLSAS-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               PERFORM UNTIL WS-BOLSAS-STATUS = "10"
                   READ BOLSAS-FILE
                       AT END
                           MOVE "10" TO WS-BOLSAS-STATUS
                       NOT AT END
                           IF BL-MATRICULA = WRK-MATRICULA
                               ADD 1 TO CNT-FONTE
                               MOVE BL-DATA TO WRK-DATA-AUX
                               PERFORM FORMATA-DATA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  " BL-PERIODO " BOLSA "
                                   BL-PERCENTUAL "% CONCEDIDA EM "
                                   WRK-DATA-EDIT " " BL-OPERADOR
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOLSAS-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Pendencias (ativas e baixadas).
      * ----------------------------------------------------------------
       SECAO-PENDENCIAS.

           MOVE "PENDENCIAS" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-PENDENCIAS-STATUS
           OPEN INPUT PENDENCIAS-FILE
           IF WS-PENDENCIAS-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               MOVE WRK-MATRICULA TO PE-MATRICULA
               MOVE ZEROS TO PE-SEQUENCIA
               START PENDENCIAS-FILE KEY NOT LESS THAN PE-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-PENDENCIAS-STATUS
               END-START
               PERFORM UNTIL WS-PENDENCIAS-STATUS = "10"
                   READ PENDENCIAS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-PENDENCIAS-STATUS
                       NOT AT END
                           IF PE-MATRICULA NOT = WRK-MATRICULA
                               MOVE "10" TO WS-PENDENCIAS-STATUS
                           ELSE
                               ADD 1 TO CNT-FONTE
                               MOVE PE-DATA-INCLUSAO TO WRK-DATA-AUX
                               PERFORM FORMATA-DATA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  " PE-SEQUENCIA " TIPO "
                                   PE-TIPO " " PE-ORIGEM " "
                                   PE-MOTIVO " INCLUIDA "
                                   WRK-DATA-EDIT " BAIXA "
                                   PE-DATA-BAIXA
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDENCIAS-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Livro de registro de diplomas.
      * ----------------------------------------------------------------
       SECAO-DIPLOMAS.

           MOVE "DIPLOMAS" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-DIPLOMAS-STATUS
           OPEN INPUT DIPLOMAS-FILE
           IF WS-DIPLOMAS-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               PERFORM UNTIL WS-DIPLOMAS-STATUS = "10"
                   READ DIPLOMAS-FILE
                       AT END
                           MOVE "10" TO WS-DIPLOMAS-STATUS
                       NOT AT END
                           IF DP-MATRICULA = WRK-MATRICULA
                               ADD 1 TO CNT-FONTE
                               MOVE DP-DATA-COLACAO TO WRK-DATA-AUX
                               PERFORM FORMATA-DATA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  REGISTRO " DP-NUMERO " "
                                   DP-NOME " " DP-CURSO
                                   " COLACAO " WRK-DATA-EDIT
                                   " EMISSAO " DP-DATA-EMISSAO
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIPLOMAS-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Documentos autenticados emitidos (registro sem chave por
      * matricula: leitura sequencial completa).
      * ----------------------------------------------------------------
       SECAO-DOCEMITIDOS.

           MOVE "DOCEMITIDOS" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-DOCEMITIDOS-STATUS
           OPEN INPUT DOCEMITIDOS-FILE
           IF WS-DOCEMITIDOS-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               PERFORM UNTIL WS-DOCEMITIDOS-STATUS = "10"
                   READ DOCEMITIDOS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-DOCEMITIDOS-STATUS
                       NOT AT END
                           IF DE-MATRICULA = WRK-MATRICULA
                               ADD 1 TO CNT-FONTE
                               MOVE DE-DATA-EMISSAO TO WRK-DATA-AUX
                               PERFORM FORMATA-DATA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  " DE-CODIGO " TIPO " DE-TIPO
                                   " " WRK-DATA-EDIT " " DE-RESUMO
                                   " SIT. " DE-SITUACAO
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCEMITIDOS-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Tabela de conversao de matriculas: o de-para em que o titular
      * aparece como matricula antiga ou nova (os dados sob o outro
      * numero saem num relatorio proprio daquele numero).
      * ----------------------------------------------------------------
       SECAO-MATRCONV.

           MOVE "MATRCONV" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-CONVERSAO-STATUS
           OPEN INPUT CONVERSAO-FILE
           IF WS-CONVERSAO-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               PERFORM UNTIL WS-CONVERSAO-STATUS = "10"
                   READ CONVERSAO-FILE
                       AT END
                           MOVE "10" TO WS-CONVERSAO-STATUS
                       NOT AT END
                           IF CX-MAT-ANTIGA = WRK-MATRICULA
                              OR CX-MAT-NOVA = WRK-MATRICULA
                               ADD 1 TO CNT-FONTE
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  ANTIGA " CX-MAT-ANTIGA
                                   " -> NOVA " CX-MAT-NOVA " "
                                   CX-NOME " SIT. " CX-SITUACAO
                                   " EMITA TAMBEM O RELATORIO DO "
                                   "OUTRO NUMERO."
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONVERSAO-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Contatos (endereco, telefone, e-mail, nascimento e
      * responsavel).
      * ----------------------------------------------------------------
       SECAO-CONTATOS.

           MOVE "CONTATOS" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-CONTATOS-STATUS
           OPEN INPUT CONTATOS-FILE
           IF WS-CONTATOS-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               MOVE WRK-MATRICULA TO CT-MATRICULA
               READ CONTATOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CNT-FONTE
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  ENDERECO " CT-ENDERECO " "
                           CT-BAIRRO " " CT-CIDADE " " CT-UF
                           " CEP " CT-CEP
                           DELIMITED BY SIZE INTO RELATORIO-LINHA
                       WRITE RELATORIO-LINHA
                       MOVE CT-DATA-NASC TO WRK-DATA-AUX
                       PERFORM FORMATA-DATA
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  TELEFONE " CT-TELEFONE " E-MAIL "
                           CT-EMAIL " NASCIMENTO " WRK-DATA-EDIT
                           DELIMITED BY SIZE INTO RELATORIO-LINHA
                       WRITE RELATORIO-LINHA
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  RESPONSAVEL " CT-RESP-NOME " "
                           CT-RESP-TELEFONE " " CT-RESP-EMAIL
                           DELIMITED BY SIZE INTO RELATORIO-LINHA
                       WRITE RELATORIO-LINHA
               END-READ
               CLOSE CONTATOS-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Correspondencia enviada (cartas e e-mails).
      * ----------------------------------------------------------------
       SECAO-CORRESP.

           MOVE "CORRESP" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-CORRESP-STATUS
           OPEN INPUT CORRESP-FILE
           IF WS-CORRESP-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               MOVE WRK-MATRICULA TO CR-MATRICULA
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
                           IF CR-MATRICULA NOT = WRK-MATRICULA
                               MOVE "10" TO WS-CORRESP-STATUS
                           ELSE
                               ADD 1 TO CNT-FONTE
                               MOVE CR-DATA-ENVIO TO WRK-DATA-AUX
                               PERFORM FORMATA-DATA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  " CR-SEQUENCIA " EVENTO "
                                   CR-EVENTO " " CR-REFERENCIA
                                   " MEIO " CR-MEIO " "
                                   CR-DESTINATARIO " " WRK-DATA-EDIT
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                               IF CR-EMAIL NOT = SPACES
                                   MOVE SPACES TO RELATORIO-LINHA
                                   STRING "      E-MAIL " CR-EMAIL
                                       DELIMITED BY SIZE
                                       INTO RELATORIO-LINHA
                                   WRITE RELATORIO-LINHA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRESP-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Ocorrencias disciplinares (vigentes e canceladas).
      * ----------------------------------------------------------------
       SECAO-OCORRENC.

           MOVE "OCORRENC" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-OCORRENC-STATUS
           OPEN INPUT OCORRENCIAS-FILE
           IF WS-OCORRENC-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               MOVE WRK-MATRICULA TO OC-MATRICULA
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
                           IF OC-MATRICULA NOT = WRK-MATRICULA
                               MOVE "10" TO WS-OCORRENC-STATUS
                           ELSE
                               ADD 1 TO CNT-FONTE
                               MOVE OC-DATA TO WRK-DATA-AUX
                               PERFORM FORMATA-DATA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  " OC-SEQUENCIA " "
                                   WRK-DATA-EDIT " TIPO " OC-TIPO
                                   " " OC-MATERIA " " OC-PERIODO
                                   " SANCAO " OC-SANCAO
                                   " CANCELADA " OC-DATA-CANCEL
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "      " OC-DESCRICAO
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OCORRENCIAS-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Contratos de estagio.
      * ----------------------------------------------------------------
       SECAO-ESTAGIOS.

           MOVE "ESTAGIOS" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-ESTAGIOS-STATUS
           OPEN INPUT ESTAGIOS-FILE
           IF WS-ESTAGIOS-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               MOVE WRK-MATRICULA TO ES-MATRICULA
               MOVE ZEROS TO ES-SEQUENCIA
               START ESTAGIOS-FILE KEY NOT LESS THAN ES-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-ESTAGIOS-STATUS
               END-START
               PERFORM UNTIL WS-ESTAGIOS-STATUS = "10"
                   READ ESTAGIOS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ESTAGIOS-STATUS
                       NOT AT END
                           IF ES-MATRICULA NOT = WRK-MATRICULA
                               MOVE "10" TO WS-ESTAGIOS-STATUS
                           ELSE
                               ADD 1 TO CNT-FONTE
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  " ES-SEQUENCIA " CONVENIO "
                                   ES-CONVENIO " " ES-SUPERVISOR
                                   " DE " ES-INICIO " A " ES-FIM
                                   " HORAS " ES-HORAS-EXIGIDAS
                                   " SITUACAO " ES-SITUACAO
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTAGIOS-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Horas de estagio informadas por competencia.
      * ----------------------------------------------------------------
       SECAO-ESTAGHORAS.

           MOVE "ESTAGHORAS" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-ESTAGHORAS-STATUS
           OPEN INPUT ESTAGHORAS-FILE
           IF WS-ESTAGHORAS-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               MOVE WRK-MATRICULA TO EH-MATRICULA
               MOVE ZEROS TO EH-SEQUENCIA
               MOVE LOW-VALUES TO EH-COMPETENCIA
               START ESTAGHORAS-FILE KEY NOT LESS THAN EH-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-ESTAGHORAS-STATUS
               END-START
               PERFORM UNTIL WS-ESTAGHORAS-STATUS = "10"
                   READ ESTAGHORAS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ESTAGHORAS-STATUS
                       NOT AT END
                           IF EH-MATRICULA NOT = WRK-MATRICULA
                               MOVE "10" TO WS-ESTAGHORAS-STATUS
                           ELSE
                               ADD 1 TO CNT-FONTE
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  ESTAGIO " EH-SEQUENCIA
                                   " COMPETENCIA " EH-COMPETENCIA
                                   " HORAS " EH-HORAS
                                   " SITUACAO " EH-SITUACAO
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTAGHORAS-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Pedidos em listas de espera de turmas (a matricula nao e
      * chave: o arquivo e lido inteiro).
      * ----------------------------------------------------------------
       SECAO-LISTAESP.

           MOVE "LISTAESP" TO WRK-FONTE
           PERFORM ABRE-SECAO

           MOVE "00" TO WS-LISTAESP-STATUS
           OPEN INPUT LISTA-ESPERA-FILE
           IF WS-LISTAESP-STATUS NOT = "00"
               MOVE 'N' TO WRK-FONTE-ABERTA
           ELSE
               PERFORM UNTIL WS-LISTAESP-STATUS = "10"
                   READ LISTA-ESPERA-FILE NEXT
                       AT END
                           MOVE "10" TO WS-LISTAESP-STATUS
                       NOT AT END
                           IF LE-MATRICULA = WRK-MATRICULA
                               ADD 1 TO CNT-FONTE
                               MOVE LE-DATA-INCLUSAO TO WRK-DATA-AUX
                               PERFORM FORMATA-DATA
                               MOVE SPACES TO RELATORIO-LINHA
                               STRING "  " LE-MATERIA " " LE-PERIODO
                                   " TURMA " LE-TURMA " INCLUIDO "
                                   WRK-DATA-EDIT " SITUACAO "
                                   LE-SITUACAO " " LE-DATA-SITUACAO
                                   DELIMITED BY SIZE
                                   INTO RELATORIO-LINHA
                               WRITE RELATORIO-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-ESPERA-FILE
           END-IF

           PERFORM FECHA-SECAO.

      * ----------------------------------------------------------------
      * Resumo com a contagem de cada origem.
      * ----------------------------------------------------------------
       RESUMO-RELATORIO.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "==========================================" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "RESUMO POR ORIGEM" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "==========================================" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           PERFORM VARYING IND-FONTE FROM 1 BY 1
                   UNTIL IND-FONTE > QTD-FONTES
               MOVE SPACES TO RELATORIO-LINHA
               MOVE TF-FONTE (IND-FONTE) TO RELATORIO-LINHA (3:12)
               IF TF-ABERTA (IND-FONTE) = 'S'
                   MOVE TF-QTDE (IND-FONTE) TO RELATORIO-LINHA (17:6)
               ELSE
                   MOVE "ARQUIVO INEXISTENTE" TO
                       RELATORIO-LINHA (17:19)
               END-IF
               WRITE RELATORIO-LINHA
           END-PERFORM

           MOVE SPACES TO RELATORIO-LINHA
           STRING "  TOTAL DE REGISTROS: " CNT-TOTAL
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  PRODUZIDO EM " DATA-HOJE (7:2) "/"
               DATA-HOJE (5:2) "/" DATA-HOJE (1:4)
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Registra no TRANSLOG o pedido do titular.
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
           MOVE 'PROG89'          TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE WRK-MATRICULA     TO TR-MATRICULA

           WRITE TRANS-LOG-LINHA FROM REG-LOG

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG89.
