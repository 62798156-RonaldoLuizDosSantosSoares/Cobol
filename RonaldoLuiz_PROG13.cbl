      *          numeros. Este job transfere, em uma unica execucao
      *          controlada, todos os registros da matricula de origem
      *          para a matricula de destino em ALUNOS, NOTASDISC e
      *          ALUNOIDX (e nos demais arquivos mantidos por
      *          matricula), desativa a origem no cadastro mestre
      *          ALUNCAD e grava o relatorio MERGEREL com a situacao
      *          antes e depois, em vez da edicao manual de arquivos
      *          que ja causou estragos mais de uma vez.
      *          Politica de conflito: quando o destino ja possui a
      *          mesma materia, o registro do destino prevalece e o da
      *          origem e apenas reportado e removido.
      *                 livre pelo sign-on comum (PROG15V), exigindo
      *                 perfil de correcao (C) ou fechamento (F) como
      *                 nos demais utilitarios de atualizacao em massa.
      *   15/10 - RLS - Nova opcao de conversao: aplica os pares
      *                 pendentes da tabela MATRCONV gerada pelo PROG88
      *                 (matricula do esquema antigo -> matricula nova
      *                 modulo 11), unificando cada par com a mesma
      *                 mecanica, criando a matricula nova no ALUNCAD
      *                 com os dados da antiga e marcando o par como
      *                 aplicado. O relatorio MERGEREL traz um bloco
      *                 por par.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG13) no
      *                 lugar do teste da letra de perfil C/F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - A unificacao e a conversao passam a levar para
      *                 o destino tambem INSCRICAO, FREQUENCIA,
      *                 AVALIACOES, SITMOV, PENDENCIAS, MENSALID (com a
      *                 referencia da cobranca), DIPLOMAS, LISTAESP,
      *                 CONTATOS, CORRESP, OCORRENC, ESTAGIOS,
      *                 ESTAGHORAS, BOLSAS, ALUNUNID, APROVEST e
      *                 TUTORIA, e os pedidos ainda pendentes do
      *                 REVNOTAS, SEGCHAMADA e CORRPEND, com uma linha
      *                 por arquivo no MERGEREL. No BOLSAS (mesmo
      *                 periodo) e no ALUNUNID a linha do destino
      *                 prevalece. Nos arquivos numerados por aluno
      *                 (pendencias, conta, correspondencia,
      *                 ocorrencias, estagios) a sequencia e mantida;
      *                 quando origem e destino ja tem registros no
      *                 mesmo arquivo, a unificacao (ou o par da
      *                 MATRCONV) e recusada
      *                 antes de qualquer alteracao, listando os
      *                 arquivos. Cobranca em aberto da origem sai
      *                 apontada: o boleto ja emitido traz o nosso
      *                 numero antigo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG13.
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT CONVERSAO-FILE ASSIGN TO "MATRCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERSAO-STATUS.

           SELECT CONV-NOVO-FILE ASSIGN TO "MATRCONV.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONV-NOVO-STATUS.

           SELECT INSCRICAO-FILE ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CHAVE OF INSCRICAO-REC
               FILE STATUS IS WS-INSCRICAO-STATUS.

           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE OF FREQUENCIA-REC
               FILE STATUS IS WS-FREQUENCIA-STATUS.

           SELECT AVALIACOES-FILE ASSIGN TO "AVALIACOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-CHAVE OF AVALIACOES-REC
               FILE STATUS IS WS-AVALIACOES-STATUS.

           SELECT SITMOV-FILE ASSIGN TO "SITMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITMOV-STATUS.

           SELECT SITMOV-NOVO-FILE ASSIGN TO "SITMOV.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITMOV-NOVO-STATUS.

           SELECT PENDENCIAS-FILE ASSIGN TO "PENDENCIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-CHAVE OF PENDENCIA-REC
               FILE STATUS IS WS-PENDENCIAS-STATUS.

           SELECT MENSALID-FILE ASSIGN TO "MENSALID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE OF MENSALID-REC
               FILE STATUS IS WS-MENSALID-STATUS.

           SELECT DIPLOMAS-FILE ASSIGN TO "DIPLOMAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIPLOMAS-STATUS.

           SELECT DIPLOMAS-NOVO-FILE ASSIGN TO "DIPLOMAS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIPLOMAS-NOVO-STATUS.

           SELECT LISTA-ESPERA-FILE ASSIGN TO "LISTAESP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LE-CHAVE OF LISTA-ESPERA-REC
               FILE STATUS IS WS-LISTAESP-STATUS.

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

           SELECT BOLSAS-FILE ASSIGN TO "BOLSAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLSAS-STATUS.

           SELECT BOLSAS-NOVO-FILE ASSIGN TO "BOLSAS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLSAS-NOVO-STATUS.

           SELECT ALUNUNID-FILE ASSIGN TO "ALUNUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALUNUNID-STATUS.

           SELECT ALUNUNID-NOVO-FILE ASSIGN TO "ALUNUNID.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALUNUNID-NOVO-STATUS.

           SELECT APROVEST-FILE ASSIGN TO "APROVEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROVEST-STATUS.

           SELECT APROVEST-NOVO-FILE ASSIGN TO "APROVEST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROVEST-NOVO-STATUS.

           SELECT TUTORIA-FILE ASSIGN TO "TUTORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUTORIA-STATUS.

           SELECT TUTORIA-NOVO-FILE ASSIGN TO "TUTORIA.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUTORIA-NOVO-STATUS.

           SELECT REVISAO-FILE ASSIGN TO "REVNOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISAO-STATUS.

           SELECT REVISAO-NOVO-FILE ASSIGN TO "REVNOTAS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISAO-NOVO-STATUS.

           SELECT SEGCHAMADA-FILE ASSIGN TO "SEGCHAMADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGCHAMADA-STATUS.

           SELECT SEGCHAMADA-NOVO-FILE ASSIGN TO "SEGCHAMADA.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGCHAMADA-NOVO-STATUS.

           SELECT CORRPEND-FILE ASSIGN TO "CORRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRPEND-STATUS.

           SELECT CORRPEND-NOVO-FILE ASSIGN TO "CORRPEND.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRPEND-NOVO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "MERGEREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  CONVERSAO-FILE.
       01  CONVERSAO-REC.
           COPY MATRCONVREC.

       FD  CONV-NOVO-FILE.
       01  CONV-NOVO-REC           PIC X(59).

       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.
           COPY INSCRREC.

       FD  FREQUENCIA-FILE.
       01  FREQUENCIA-REC.
           COPY FREQREC.

       FD  AVALIACOES-FILE.
       01  AVALIACOES-REC.
           COPY AVALREC.

       FD  SITMOV-FILE.
       01  SITMOV-REC.
           COPY SITMOVREC.

       FD  SITMOV-NOVO-FILE.
       01  SITMOV-NOVO-REC         PIC X(39).

       FD  PENDENCIAS-FILE.
       01  PENDENCIA-REC.
           COPY PENDREC.

       FD  MENSALID-FILE.
       01  MENSALID-REC.
           COPY MENSREC.

       FD  DIPLOMAS-FILE.
       01  DIPLOMA-REC.
           COPY DIPLREC.

       FD  DIPLOMAS-NOVO-FILE.
       01  DIPLOMAS-NOVO-REC       PIC X(88).

       FD  LISTA-ESPERA-FILE.
       01  LISTA-ESPERA-REC.
           COPY ESPEREC.

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

       FD  BOLSAS-FILE.
       01  BOLSAS-REC.
           COPY BOLSAREC.

       FD  BOLSAS-NOVO-FILE.
       01  BOLSAS-NOVO-REC         PIC X(37).

       FD  ALUNUNID-FILE.
       01  ALUNUNID-REC.
           COPY ALUNUREC.

       FD  ALUNUNID-NOVO-FILE.
       01  ALUNUNID-NOVO-REC       PIC X(11).

       FD  APROVEST-FILE.
       01  APROVEST-REC.
           COPY APROVREC.

       FD  APROVEST-NOVO-FILE.
       01  APROVEST-NOVO-REC       PIC X(100).

       FD  TUTORIA-FILE.
       01  TUTORIA-REC.
           COPY TUTORREC.

       FD  TUTORIA-NOVO-FILE.
       01  TUTORIA-NOVO-REC        PIC X(121).

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

       FD  REVISAO-NOVO-FILE.
       01  REVISAO-NOVO-REC        PIC X(114).

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

       FD  SEGCHAMADA-NOVO-FILE.
       01  SEGCHAMADA-NOVO-REC     PIC X(84).

       FD  CORRPEND-FILE.
       01  CORRPEND-REC.
           COPY CORRPREC.

       FD  CORRPEND-NOVO-FILE.
       01  CORRPEND-NOVO-REC       PIC X(168).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(70).


       WORKING-STORAGE SECTION.

       77 WRK-REGIAO          PIC X(01) VALUE 'P'.
       77 WRK-OPERADOR        PIC X(10) VALUE SPACES.
       77 WRK-PERFIL          PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO      PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO          PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO       PIC X(01) VALUE 'N'.
       77 WS-ALUNOS-STATUS    PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS PIC X(02) VALUE "00".
       77 WS-ALUNOIDX-STATUS  PIC X(02) VALUE "00".
       77 WS-IDX-NOVO-STATUS  PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS   PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-CONVERSAO-STATUS PIC X(02) VALUE "00".
       77 WS-CONV-NOVO-STATUS PIC X(02) VALUE "00".
       77 WRK-OPCAO           PIC X(01) VALUE SPACE.
       77 WRK-ESQUEMA         PIC X(01) VALUE SPACE.
       77 WRK-ROTULO-LOG      PIC X(10) VALUE "UNIFICACAO".
       77 WRK-PAR-OK          PIC X(01) VALUE 'N'.
       77 CNT-PARES-PENDENTES PIC 9(05) VALUE ZEROS.
       77 CNT-PARES-APLICADOS PIC 9(05) VALUE ZEROS.
       77 CNT-PARES-RECUSADOS PIC 9(05) VALUE ZEROS.
       77 WS-TRANSLOG-STATUS  PIC X(02) VALUE "00".
       77 WRK-MAT-ORIGEM      PIC 9(06) VALUE 0.
       77 WRK-MAT-DESTINO     PIC 9(06) VALUE 0.
       77 CNT-NOTAS-CONFL     PIC 9(05) VALUE ZEROS.
       77 CNT-IDX-REMOVIDOS   PIC 9(05) VALUE ZEROS.
       77 CNT-IDX-TROCADOS    PIC 9(05) VALUE ZEROS.
       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-FREQUENCIA-STATUS PIC X(02) VALUE "00".
       77 WS-AVALIACOES-STATUS PIC X(02) VALUE "00".
       77 WS-SITMOV-STATUS     PIC X(02) VALUE "00".
       77 WS-SITMOV-NOVO-STATUS PIC X(02) VALUE "00".
       77 WS-PENDENCIAS-STATUS PIC X(02) VALUE "00".
       77 WS-MENSALID-STATUS   PIC X(02) VALUE "00".
       77 WS-DIPLOMAS-STATUS   PIC X(02) VALUE "00".
       77 WS-DIPLOMAS-NOVO-STATUS PIC X(02) VALUE "00".
       77 WS-LISTAESP-STATUS   PIC X(02) VALUE "00".
       77 WS-CONTATOS-STATUS   PIC X(02) VALUE "00".
       77 WS-CORRESP-STATUS    PIC X(02) VALUE "00".
       77 WS-OCORRENC-STATUS   PIC X(02) VALUE "00".
       77 WS-ESTAGIOS-STATUS   PIC X(02) VALUE "00".
       77 WS-ESTAGHORAS-STATUS PIC X(02) VALUE "00".
       77 WS-BOLSAS-STATUS     PIC X(02) VALUE "00".
       77 WS-BOLSAS-NOVO-STATUS PIC X(02) VALUE "00".
       77 WS-ALUNUNID-STATUS   PIC X(02) VALUE "00".
       77 WS-ALUNUNID-NOVO-STATUS PIC X(02) VALUE "00".
       77 WS-APROVEST-STATUS   PIC X(02) VALUE "00".
       77 WS-APROVEST-NOVO-STATUS PIC X(02) VALUE "00".
       77 WS-TUTORIA-STATUS    PIC X(02) VALUE "00".
       77 WS-TUTORIA-NOVO-STATUS PIC X(02) VALUE "00".
       77 WS-REVISAO-STATUS    PIC X(02) VALUE "00".
       77 WS-REVISAO-NOVO-STATUS PIC X(02) VALUE "00".
       77 WS-SEGCHAMADA-STATUS PIC X(02) VALUE "00".
       77 WS-SEGCHAMADA-NOVO-STATUS PIC X(02) VALUE "00".
       77 WS-CORRPEND-STATUS   PIC X(02) VALUE "00".
       77 WS-CORRPEND-NOVO-STATUS PIC X(02) VALUE "00".
       77 WRK-DEMAIS-OK        PIC X(01) VALUE 'S'.
       77 WRK-MAT-BUSCA        PIC 9(06) VALUE ZEROS.
       77 WRK-TEM-REGISTRO     PIC X(01) VALUE 'N'.
       77 WRK-TEM-NA-ORIGEM    PIC X(01) VALUE 'N'.
       77 WRK-NOME-ARQ         PIC X(12) VALUE SPACES.
       77 WRK-ARQS-COLIDEM     PIC X(70) VALUE SPACES.
       77 WRK-PTR-ARQS         PIC 9(03) VALUE 1.
       77 WRK-ARQ-AUSENTE      PIC X(01) VALUE 'N'.
       77 CNT-ARQ-MOVIDOS      PIC 9(05) VALUE ZEROS.
       77 CNT-ARQ-CONFL        PIC 9(05) VALUE ZEROS.
       77 CNT-COBR-ABERTAS     PIC 9(05) VALUE ZEROS.
       77 QTD-BOLSAS-DESTINO   PIC 9(03) VALUE ZEROS.
       77 IND-BOLSA            PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-BOLSA      PIC X(01) VALUE 'N'.
       77 WRK-ERR-PROGRAMA     PIC X(08) VALUE 'PROG13'.
       77 WRK-ERR-ARQUIVO      PIC X(12) VALUE 'BOLSAS'.
       77 WRK-ERR-OPERACAO     PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS       PIC X(02) VALUE SPACES.

      * Periodos em que o destino ja tem bolsa (ate 100), para a
      * unificacao do BOLSAS.
       01  TABELA-BOLSAS-DESTINO.
           05 BD-PERIODO          PIC X(06) OCCURS 100 TIMES.

      * Registro de qualquer dos demais arquivos em transito entre a
      * remocao e a regravacao com a matricula de destino.
       01  REG-TRANSITO-GERAL      PIC X(400).

      * Referencia da cobranca (nosso numero) nos pagamentos e ajustes
      * do MENSALID, desmembrada para a troca da matricula.
       01  WRK-REF-COBRANCA.
           05 RC-MATRICULA        PIC 9(06).
           05 RC-SEQUENCIA        PIC 9(04).

      * Registro da origem em transito entre a remocao e a regravacao
      * com a matricula de destino.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "UNIFICACAO DE MATRICULAS (ORIGEM -> DESTINO)".
           DISPLAY "===================================".
               GOBACK
           END-IF

           MOVE "PROG13" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG13. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           DISPLAY "  U - UNIFICAR DUAS MATRICULAS"
           DISPLAY "  C - APLICAR A TABELA DE CONVERSAO MATRCONV"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

           IF WRK-OPCAO = 'C' OR WRK-OPCAO = 'c'
               PERFORM APLICA-CONVERSAO
               GOBACK
           END-IF

           PERFORM OBTEM-MATRICULAS

           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               PERFORM CONFERE-DEMAIS-ARQUIVOS
               IF WRK-DEMAIS-OK NOT = 'S'
                   DISPLAY "UNIFICACAO RECUSADA: ORIGEM E DESTINO JA "
                       "TEM REGISTROS NUMERADOS EM:"
                   DISPLAY "  " WRK-ARQS-COLIDEM
                   DISPLAY "ACERTE UM DOS LADOS NOS PROGRAMAS DE "
                       "MANUTENCAO E REPITA A UNIFICACAO."
                   MOVE 'N' TO WRK-CONFIRMA
               END-IF
           END-IF

           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               OPEN OUTPUT RELATORIO-FILE
               IF WRK-REGIAO = 'T'
                   MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                       RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
               PERFORM CABECALHO-RELATORIO
               PERFORM RELATA-SITUACAO-ATUAL
               PERFORM TRANSFERE-ALUNOS
               PERFORM TRANSFERE-NOTASDISC
               PERFORM AJUSTA-ALUNOIDX
               PERFORM TRANSFERE-DEMAIS-ARQUIVOS
               PERFORM DESATIVA-ORIGEM-ALUNCAD
               PERFORM TOTAIS-RELATORIO
               CLOSE RELATORIO-FILE
               DISPLAY "UNIFICACAO CONCLUIDA. VEJA O RELATORIO "
                   "MERGEREL."
           ELSE
               DISPLAY "UNIFICACAO NAO REALIZADA."
           END-IF

           GOBACK.
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Conversao: conta os pares pendentes da MATRCONV, pede a
      * confirmacao e aplica cada par, regravando a tabela pelo
      * intermediario MATRCONV.NEW com os pares aplicados marcados.
      * ----------------------------------------------------------------
       APLICA-CONVERSAO.

           MOVE ZEROS TO CNT-PARES-PENDENTES
           OPEN INPUT CONVERSAO-FILE
           IF WS-CONVERSAO-STATUS NOT = "00"
               DISPLAY "MATRCONV NAO ENCONTRADA. GERE A TABELA PELO "
                   "PROG88."
           ELSE
               PERFORM UNTIL WS-CONVERSAO-STATUS = "10"
                   READ CONVERSAO-FILE
                       AT END
                           MOVE "10" TO WS-CONVERSAO-STATUS
                       NOT AT END
                           IF CX-SITUACAO = 'P'
                               ADD 1 TO CNT-PARES-PENDENTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONVERSAO-FILE

               DISPLAY "PARES PENDENTES NA MATRCONV: "
                   CNT-PARES-PENDENTES
               IF CNT-PARES-PENDENTES > 0
                   DISPLAY "CONFIRMA APLICAR TODOS OS PARES "
                       "PENDENTES? (S/N)"
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       PERFORM APLICA-PARES-PENDENTES
                   ELSE
                       DISPLAY "CONVERSAO CANCELADA PELO OPERADOR."
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Aplica os pares pendentes e regrava a MATRCONV.
      * ----------------------------------------------------------------
       APLICA-PARES-PENDENTES.

           MOVE "CONVERSAO" TO WRK-ROTULO-LOG
           MOVE ZEROS TO CNT-PARES-APLICADOS
           MOVE ZEROS TO CNT-PARES-RECUSADOS

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "RELATORIO DE CONVERSAO DE MATRICULAS (MATRCONV)" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE "00" TO WS-CONVERSAO-STATUS
           OPEN INPUT CONVERSAO-FILE
           OPEN OUTPUT CONV-NOVO-FILE
           PERFORM APLICA-UM-PAR
               UNTIL WS-CONVERSAO-STATUS = "10"
           CLOSE CONVERSAO-FILE
           CLOSE CONV-NOVO-FILE

           MOVE "00" TO WS-CONV-NOVO-STATUS
           OPEN INPUT CONV-NOVO-FILE
           OPEN OUTPUT CONVERSAO-FILE
           PERFORM COPIA-UMA-LINHA-CONV
               UNTIL WS-CONV-NOVO-STATUS = "10"
           CLOSE CONV-NOVO-FILE
           CLOSE CONVERSAO-FILE

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "PARES APLICADOS: " CNT-PARES-APLICADOS
               "   RECUSADOS: " CNT-PARES-RECUSADOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           CLOSE RELATORIO-FILE

           DISPLAY "PARES APLICADOS: " CNT-PARES-APLICADOS
               "  RECUSADOS: " CNT-PARES-RECUSADOS
           DISPLAY "CONVERSAO CONCLUIDA. VEJA O RELATORIO MERGEREL.".

      * ----------------------------------------------------------------
      * Le uma linha da MATRCONV; se pendente, confere e aplica o par
      * (antiga = origem, nova = destino) e a marca como aplicada.
      * Copia a linha para MATRCONV.NEW.
      * ----------------------------------------------------------------
       APLICA-UM-PAR.

           READ CONVERSAO-FILE
               AT END
                   MOVE "10" TO WS-CONVERSAO-STATUS
               NOT AT END
                   IF CX-SITUACAO = 'P'
                       MOVE CX-MAT-ANTIGA TO WRK-MAT-ORIGEM
                       MOVE CX-MAT-NOVA TO WRK-MAT-DESTINO
                       PERFORM CONFERE-PAR
                       IF WRK-PAR-OK = 'S'
                           PERFORM ZERA-CONTADORES
                           PERFORM CABECALHO-RELATORIO
                           PERFORM RELATA-SITUACAO-ATUAL
                           PERFORM TRANSFERE-ALUNOS
                           PERFORM TRANSFERE-NOTASDISC
                           PERFORM AJUSTA-ALUNOIDX
                           PERFORM TRANSFERE-DEMAIS-ARQUIVOS
                           PERFORM CRIA-DESTINO-ALUNCAD
                           PERFORM DESATIVA-ORIGEM-ALUNCAD
                           PERFORM TOTAIS-RELATORIO
                           MOVE SPACES TO RELATORIO-LINHA
                           WRITE RELATORIO-LINHA
                           PERFORM GRAVA-TRANSACAO
                           MOVE 'A' TO CX-SITUACAO
                           ACCEPT CX-DATA-APLICACAO FROM DATE YYYYMMDD
                           ADD 1 TO CNT-PARES-APLICADOS
                       ELSE
                           ADD 1 TO CNT-PARES-RECUSADOS
                       END-IF
                   END-IF
                   MOVE CONVERSAO-REC TO CONV-NOVO-REC
                   WRITE CONV-NOVO-REC
           END-READ.

      * ----------------------------------------------------------------
      * Um par so e aplicado se a matricula nova e do esquema novo,
      * ainda nao existe no ALUNCAD e nao tem registros numerados que
      * colidam com os da antiga; senao fica pendente, com linha no
      * relatorio.
      * ----------------------------------------------------------------
       CONFERE-PAR.

           MOVE 'S' TO WRK-PAR-OK

           CALL "PROG10E" USING WRK-MAT-DESTINO WRK-DIGITO-VALIDO
               WRK-ESQUEMA
           END-CALL
           IF WRK-ESQUEMA NOT = 'N'
               MOVE 'N' TO WRK-PAR-OK
               MOVE SPACES TO RELATORIO-LINHA
               STRING "PAR " WRK-MAT-ORIGEM " -> " WRK-MAT-DESTINO
                   " RECUSADO: NOVA NAO E DO ESQUEMA NOVO."
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               OPEN INPUT ALUNO-CAD-FILE
               IF WS-ALUNCAD-STATUS = "00"
                   MOVE WRK-MAT-DESTINO TO AC-MATRICULA
                   READ ALUNO-CAD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WRK-PAR-OK
                           MOVE SPACES TO RELATORIO-LINHA
                           STRING "PAR " WRK-MAT-ORIGEM " -> "
                               WRK-MAT-DESTINO
                               " RECUSADO: NOVA JA CONSTA DO ALUNCAD."
                               DELIMITED BY SIZE INTO RELATORIO-LINHA
                           WRITE RELATORIO-LINHA
                           END-WRITE
                   END-READ
                   CLOSE ALUNO-CAD-FILE
               END-IF
           END-IF

           IF WRK-PAR-OK = 'S'
               PERFORM CONFERE-DEMAIS-ARQUIVOS
               IF WRK-DEMAIS-OK NOT = 'S'
                   MOVE 'N' TO WRK-PAR-OK
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "PAR " WRK-MAT-ORIGEM " -> " WRK-MAT-DESTINO
                       " RECUSADO: AMBAS TEM REGISTROS EM:"
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "  " WRK-ARQS-COLIDEM
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Zera os contadores do relatorio antes de cada par.
      * ----------------------------------------------------------------
       ZERA-CONTADORES.

           MOVE ZEROS TO CNT-ALUNOS-MOVIDOS
           MOVE ZEROS TO CNT-ALUNOS-CONFL
           MOVE ZEROS TO CNT-NOTAS-MOVIDAS
           MOVE ZEROS TO CNT-NOTAS-CONFL
           MOVE ZEROS TO CNT-IDX-REMOVIDOS
           MOVE ZEROS TO CNT-IDX-TROCADOS.

      * ----------------------------------------------------------------
      * Cria a matricula nova no ALUNCAD com os dados cadastrais da
      * antiga (nome, curso, turma, ingresso e situacao), antes de a
      * antiga ser desativada.
      * ----------------------------------------------------------------
       CRIA-DESTINO-ALUNCAD.

           OPEN I-O ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS NOT = "00"
               MOVE "ALUNCAD INDISPONIVEL. NOVA NAO CRIADA." TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               MOVE WRK-MAT-ORIGEM TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       MOVE "ORIGEM SEM ALUNCAD. NOVA NAO CRIADA." TO
                           RELATORIO-LINHA
                       WRITE RELATORIO-LINHA
                       END-WRITE
                   NOT INVALID KEY
                       MOVE WRK-MAT-DESTINO TO AC-MATRICULA
                       WRITE ALUNO-CAD-REC
                           INVALID KEY
                               MOVE "NOVA JA CONSTAVA DO ALUNCAD." TO
                                   RELATORIO-LINHA
                           NOT INVALID KEY
                               MOVE "NOVA CRIADA NO ALUNCAD." TO
                                   RELATORIO-LINHA
                       END-WRITE
                       WRITE RELATORIO-LINHA
                       END-WRITE
               END-READ
               CLOSE ALUNO-CAD-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Antes de qualquer alteracao: nos arquivos numerados por aluno
      * (matricula + sequencia), a sequencia da origem e mantida no
      * destino; se os dois lados ja tem registros no mesmo arquivo,
      * a unificacao nao e feita (WRK-DEMAIS-OK = 'N') e os arquivos
      * ficam listados em WRK-ARQS-COLIDEM.
      * ----------------------------------------------------------------
       CONFERE-DEMAIS-ARQUIVOS.

           MOVE 'S' TO WRK-DEMAIS-OK
           MOVE SPACES TO WRK-ARQS-COLIDEM
           MOVE 1 TO WRK-PTR-ARQS

           MOVE WRK-MAT-ORIGEM TO WRK-MAT-BUSCA
           PERFORM TEM-PENDENCIAS
           MOVE WRK-TEM-REGISTRO TO WRK-TEM-NA-ORIGEM
           MOVE WRK-MAT-DESTINO TO WRK-MAT-BUSCA
           PERFORM TEM-PENDENCIAS
           MOVE "PENDENCIAS" TO WRK-NOME-ARQ
           PERFORM ANOTA-COLISAO

           MOVE WRK-MAT-ORIGEM TO WRK-MAT-BUSCA
           PERFORM TEM-MENSALID
           MOVE WRK-TEM-REGISTRO TO WRK-TEM-NA-ORIGEM
           MOVE WRK-MAT-DESTINO TO WRK-MAT-BUSCA
           PERFORM TEM-MENSALID
           MOVE "MENSALID" TO WRK-NOME-ARQ
           PERFORM ANOTA-COLISAO

           MOVE WRK-MAT-ORIGEM TO WRK-MAT-BUSCA
           PERFORM TEM-CORRESP
           MOVE WRK-TEM-REGISTRO TO WRK-TEM-NA-ORIGEM
           MOVE WRK-MAT-DESTINO TO WRK-MAT-BUSCA
           PERFORM TEM-CORRESP
           MOVE "CORRESP" TO WRK-NOME-ARQ
           PERFORM ANOTA-COLISAO

           MOVE WRK-MAT-ORIGEM TO WRK-MAT-BUSCA
           PERFORM TEM-OCORRENC
           MOVE WRK-TEM-REGISTRO TO WRK-TEM-NA-ORIGEM
           MOVE WRK-MAT-DESTINO TO WRK-MAT-BUSCA
           PERFORM TEM-OCORRENC
           MOVE "OCORRENC" TO WRK-NOME-ARQ
           PERFORM ANOTA-COLISAO

           MOVE WRK-MAT-ORIGEM TO WRK-MAT-BUSCA
           PERFORM TEM-ESTAGIOS
           MOVE WRK-TEM-REGISTRO TO WRK-TEM-NA-ORIGEM
           MOVE WRK-MAT-DESTINO TO WRK-MAT-BUSCA
           PERFORM TEM-ESTAGIOS
           MOVE "ESTAGIOS" TO WRK-NOME-ARQ
           PERFORM ANOTA-COLISAO.

      * ----------------------------------------------------------------
      * Origem e destino com registros no arquivo WRK-NOME-ARQ: anota
      * o arquivo na lista e recusa a unificacao.
      * ----------------------------------------------------------------
       ANOTA-COLISAO.

           IF WRK-TEM-NA-ORIGEM = 'S' AND WRK-TEM-REGISTRO = 'S'
               MOVE 'N' TO WRK-DEMAIS-OK
               STRING WRK-NOME-ARQ DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WRK-ARQS-COLIDEM WITH POINTER WRK-PTR-ARQS
           END-IF.

      * ----------------------------------------------------------------
      * WRK-TEM-REGISTRO = 'S' quando WRK-MAT-BUSCA tem pendencia.
      * ----------------------------------------------------------------
       TEM-PENDENCIAS.

           MOVE 'N' TO WRK-TEM-REGISTRO
           MOVE "00" TO WS-PENDENCIAS-STATUS
           OPEN INPUT PENDENCIAS-FILE
           IF WS-PENDENCIAS-STATUS = "00"
               MOVE WRK-MAT-BUSCA TO PE-MATRICULA
               MOVE ZEROS TO PE-SEQUENCIA
               START PENDENCIAS-FILE KEY NOT LESS THAN PE-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-PENDENCIAS-STATUS
               END-START
               IF WS-PENDENCIAS-STATUS NOT = "10"
                   READ PENDENCIAS-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PE-MATRICULA = WRK-MAT-BUSCA
                               MOVE 'S' TO WRK-TEM-REGISTRO
                           END-IF
                   END-READ
               END-IF
               CLOSE PENDENCIAS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * WRK-TEM-REGISTRO = 'S' quando WRK-MAT-BUSCA tem lancamento na
      * conta do aluno.
      * ----------------------------------------------------------------
       TEM-MENSALID.

           MOVE 'N' TO WRK-TEM-REGISTRO
           MOVE "00" TO WS-MENSALID-STATUS
           OPEN INPUT MENSALID-FILE
           IF WS-MENSALID-STATUS = "00"
               MOVE WRK-MAT-BUSCA TO MN-MATRICULA
               MOVE ZEROS TO MN-SEQUENCIA
               START MENSALID-FILE KEY NOT LESS THAN MN-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-MENSALID-STATUS
               END-START
               IF WS-MENSALID-STATUS NOT = "10"
                   READ MENSALID-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MN-MATRICULA = WRK-MAT-BUSCA
                               MOVE 'S' TO WRK-TEM-REGISTRO
                           END-IF
                   END-READ
               END-IF
               CLOSE MENSALID-FILE
           END-IF.

      * ----------------------------------------------------------------
      * WRK-TEM-REGISTRO = 'S' quando WRK-MAT-BUSCA tem correspondencia
      * registrada.
      * ----------------------------------------------------------------
       TEM-CORRESP.

           MOVE 'N' TO WRK-TEM-REGISTRO
           MOVE "00" TO WS-CORRESP-STATUS
           OPEN INPUT CORRESP-FILE
           IF WS-CORRESP-STATUS = "00"
               MOVE WRK-MAT-BUSCA TO CR-MATRICULA
               MOVE ZEROS TO CR-SEQUENCIA
               START CORRESP-FILE KEY NOT LESS THAN CR-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-CORRESP-STATUS
               END-START
               IF WS-CORRESP-STATUS NOT = "10"
                   READ CORRESP-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CR-MATRICULA = WRK-MAT-BUSCA
                               MOVE 'S' TO WRK-TEM-REGISTRO
                           END-IF
                   END-READ
               END-IF
               CLOSE CORRESP-FILE
           END-IF.

      * ----------------------------------------------------------------
      * WRK-TEM-REGISTRO = 'S' quando WRK-MAT-BUSCA tem ocorrencia
      * disciplinar.
      * ----------------------------------------------------------------
       TEM-OCORRENC.

           MOVE 'N' TO WRK-TEM-REGISTRO
           MOVE "00" TO WS-OCORRENC-STATUS
           OPEN INPUT OCORRENCIAS-FILE
           IF WS-OCORRENC-STATUS = "00"
               MOVE WRK-MAT-BUSCA TO OC-MATRICULA
               MOVE ZEROS TO OC-SEQUENCIA
               START OCORRENCIAS-FILE KEY NOT LESS THAN OC-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-OCORRENC-STATUS
               END-START
               IF WS-OCORRENC-STATUS NOT = "10"
                   READ OCORRENCIAS-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OC-MATRICULA = WRK-MAT-BUSCA
                               MOVE 'S' TO WRK-TEM-REGISTRO
                           END-IF
                   END-READ
               END-IF
               CLOSE OCORRENCIAS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * WRK-TEM-REGISTRO = 'S' quando WRK-MAT-BUSCA tem estagio.
      * ----------------------------------------------------------------
       TEM-ESTAGIOS.

           MOVE 'N' TO WRK-TEM-REGISTRO
           MOVE "00" TO WS-ESTAGIOS-STATUS
           OPEN INPUT ESTAGIOS-FILE
           IF WS-ESTAGIOS-STATUS = "00"
               MOVE WRK-MAT-BUSCA TO ES-MATRICULA
               MOVE ZEROS TO ES-SEQUENCIA
               START ESTAGIOS-FILE KEY NOT LESS THAN ES-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-ESTAGIOS-STATUS
               END-START
               IF WS-ESTAGIOS-STATUS NOT = "10"
                   READ ESTAGIOS-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ES-MATRICULA = WRK-MAT-BUSCA
                               MOVE 'S' TO WRK-TEM-REGISTRO
                           END-IF
                   END-READ
               END-IF
               CLOSE ESTAGIOS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Leva para o destino os registros da origem nos demais arquivos
      * mantidos por matricula, com uma linha por arquivo no MERGEREL.
      * ----------------------------------------------------------------
       TRANSFERE-DEMAIS-ARQUIVOS.

           MOVE "DEMAIS ARQUIVOS (MOVIDOS / CONFLITOS):" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           PERFORM TRANSFERE-INSCRICAO
           PERFORM TRANSFERE-FREQUENCIA
           PERFORM TRANSFERE-AVALIACOES
           PERFORM TRANSFERE-PENDENCIAS
           PERFORM TRANSFERE-MENSALID
           PERFORM TRANSFERE-CONTATOS
           PERFORM TRANSFERE-CORRESP
           PERFORM TRANSFERE-OCORRENC
           PERFORM TRANSFERE-ESTAGIOS
           PERFORM TRANSFERE-ESTAGHORAS
           PERFORM TRANSFERE-LISTAESP
           PERFORM TRANSFERE-SITMOV
           PERFORM TRANSFERE-DIPLOMAS
           PERFORM TRANSFERE-BOLSAS
           PERFORM TRANSFERE-ALUNUNID
           PERFORM TRANSFERE-APROVEST
           PERFORM TRANSFERE-TUTORIA
           PERFORM TRANSFERE-REVNOTAS
           PERFORM TRANSFERE-SEGCHAMADA
           PERFORM TRANSFERE-CORRPEND

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Linha do MERGEREL com os contadores do arquivo WRK-NOME-ARQ.
      * ----------------------------------------------------------------
       RELATA-ARQUIVO-TRANSFERIDO.

           MOVE SPACES TO RELATORIO-LINHA
           IF WRK-ARQ-AUSENTE = 'S'
               STRING "  " WRK-NOME-ARQ " SEM ARQUIVO OU INDISPONIVEL."
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               STRING "  " WRK-NOME-ARQ " MOVIDOS " CNT-ARQ-MOVIDOS
                   "  CONFLITOS " CNT-ARQ-CONFL
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Abre a contagem de um dos demais arquivos.
      * ----------------------------------------------------------------
       ZERA-CONTADORES-ARQUIVO.

           MOVE ZEROS TO CNT-ARQ-MOVIDOS
           MOVE ZEROS TO CNT-ARQ-CONFL
           MOVE 'N' TO WRK-ARQ-AUSENTE
           MOVE 'N' TO WRK-FIM-ORIGEM.

      * ----------------------------------------------------------------
      * INSCRICAO: mesma mecanica e politica de conflito do ALUNOS
      * (destino ja inscrito na materia no periodo prevalece).
      * ----------------------------------------------------------------
       TRANSFERE-INSCRICAO.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "INSCRICAO" TO WRK-NOME-ARQ
           MOVE "00" TO WS-INSCRICAO-STATUS
           OPEN I-O INSCRICAO-FILE
           IF WS-INSCRICAO-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               PERFORM TRANSFERE-UMA-INSCRICAO
                   UNTIL WRK-FIM-ORIGEM = 'S'
               CLOSE INSCRICAO-FILE
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

       TRANSFERE-UMA-INSCRICAO.

           MOVE WRK-MAT-ORIGEM TO IN-MATRICULA
           MOVE LOW-VALUES     TO IN-MATERIA
           MOVE LOW-VALUES     TO IN-PERIODO
           START INSCRICAO-FILE KEY NOT LESS THAN IN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ORIGEM
           END-START

           IF WRK-FIM-ORIGEM NOT = 'S'
               READ INSCRICAO-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ORIGEM
                   NOT AT END
                       IF IN-MATRICULA NOT = WRK-MAT-ORIGEM
                           MOVE 'S' TO WRK-FIM-ORIGEM
                       ELSE
                           MOVE INSCRICAO-REC TO REG-TRANSITO-GERAL
                           DELETE INSCRICAO-FILE
                           MOVE REG-TRANSITO-GERAL TO INSCRICAO-REC
                           MOVE WRK-MAT-DESTINO TO IN-MATRICULA
                           WRITE INSCRICAO-REC
                               INVALID KEY
                                   ADD 1 TO CNT-ARQ-CONFL
                               NOT INVALID KEY
                                   ADD 1 TO CNT-ARQ-MOVIDOS
                           END-WRITE
                       END-IF
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * FREQUENCIA: mesma politica do ALUNOS.
      * ----------------------------------------------------------------
       TRANSFERE-FREQUENCIA.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "FREQUENCIA" TO WRK-NOME-ARQ
           MOVE "00" TO WS-FREQUENCIA-STATUS
           OPEN I-O FREQUENCIA-FILE
           IF WS-FREQUENCIA-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               PERFORM TRANSFERE-UMA-FREQUENCIA
                   UNTIL WRK-FIM-ORIGEM = 'S'
               CLOSE FREQUENCIA-FILE
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

       TRANSFERE-UMA-FREQUENCIA.

           MOVE WRK-MAT-ORIGEM TO FQ-MATRICULA
           MOVE LOW-VALUES     TO FQ-MATERIA
           MOVE LOW-VALUES     TO FQ-PERIODO
           START FREQUENCIA-FILE KEY NOT LESS THAN FQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ORIGEM
           END-START

           IF WRK-FIM-ORIGEM NOT = 'S'
               READ FREQUENCIA-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ORIGEM
                   NOT AT END
                       IF FQ-MATRICULA NOT = WRK-MAT-ORIGEM
                           MOVE 'S' TO WRK-FIM-ORIGEM
                       ELSE
                           MOVE FREQUENCIA-REC TO REG-TRANSITO-GERAL
                           DELETE FREQUENCIA-FILE
                           MOVE REG-TRANSITO-GERAL TO FREQUENCIA-REC
                           MOVE WRK-MAT-DESTINO TO FQ-MATRICULA
                           WRITE FREQUENCIA-REC
                               INVALID KEY
                                   ADD 1 TO CNT-ARQ-CONFL
                               NOT INVALID KEY
                                   ADD 1 TO CNT-ARQ-MOVIDOS
                           END-WRITE
                       END-IF
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * AVALIACOES: mesma politica do ALUNOS (por avaliacao).
      * ----------------------------------------------------------------
       TRANSFERE-AVALIACOES.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "AVALIACOES" TO WRK-NOME-ARQ
           MOVE "00" TO WS-AVALIACOES-STATUS
           OPEN I-O AVALIACOES-FILE
           IF WS-AVALIACOES-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               PERFORM TRANSFERE-UMA-AVALIACAO
                   UNTIL WRK-FIM-ORIGEM = 'S'
               CLOSE AVALIACOES-FILE
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

       TRANSFERE-UMA-AVALIACAO.

           MOVE WRK-MAT-ORIGEM TO AV-MATRICULA
           MOVE LOW-VALUES     TO AV-MATERIA
           MOVE LOW-VALUES     TO AV-PERIODO
           MOVE ZEROS          TO AV-NUMERO
           START AVALIACOES-FILE KEY NOT LESS THAN AV-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ORIGEM
           END-START

           IF WRK-FIM-ORIGEM NOT = 'S'
               READ AVALIACOES-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ORIGEM
                   NOT AT END
                       IF AV-MATRICULA NOT = WRK-MAT-ORIGEM
                           MOVE 'S' TO WRK-FIM-ORIGEM
                       ELSE
                           MOVE AVALIACOES-REC TO REG-TRANSITO-GERAL
                           DELETE AVALIACOES-FILE
                           MOVE REG-TRANSITO-GERAL TO AVALIACOES-REC
                           MOVE WRK-MAT-DESTINO TO AV-MATRICULA
                           WRITE AVALIACOES-REC
                               INVALID KEY
                                   ADD 1 TO CNT-ARQ-CONFL
                               NOT INVALID KEY
                                   ADD 1 TO CNT-ARQ-MOVIDOS
                           END-WRITE
                       END-IF
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * PENDENCIAS: a sequencia e mantida (a conferencia previa garante
      * que o destino nao tem pendencias). Se ainda assim a chave
      * existir, o registro volta para a origem e a etapa para.
      * ----------------------------------------------------------------
       TRANSFERE-PENDENCIAS.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "PENDENCIAS" TO WRK-NOME-ARQ
           MOVE "00" TO WS-PENDENCIAS-STATUS
           OPEN I-O PENDENCIAS-FILE
           IF WS-PENDENCIAS-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               PERFORM TRANSFERE-UMA-PENDENCIA
                   UNTIL WRK-FIM-ORIGEM = 'S'
               CLOSE PENDENCIAS-FILE
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

       TRANSFERE-UMA-PENDENCIA.

           MOVE WRK-MAT-ORIGEM TO PE-MATRICULA
           MOVE ZEROS          TO PE-SEQUENCIA
           START PENDENCIAS-FILE KEY NOT LESS THAN PE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ORIGEM
           END-START

           IF WRK-FIM-ORIGEM NOT = 'S'
               READ PENDENCIAS-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ORIGEM
                   NOT AT END
                       IF PE-MATRICULA NOT = WRK-MAT-ORIGEM
                           MOVE 'S' TO WRK-FIM-ORIGEM
                       ELSE
                           MOVE PENDENCIA-REC TO REG-TRANSITO-GERAL
                           DELETE PENDENCIAS-FILE
                           MOVE REG-TRANSITO-GERAL TO PENDENCIA-REC
                           MOVE WRK-MAT-DESTINO TO PE-MATRICULA
                           WRITE PENDENCIA-REC
                               INVALID KEY
                                   ADD 1 TO CNT-ARQ-CONFL
                                   MOVE WRK-MAT-ORIGEM TO PE-MATRICULA
                                   WRITE PENDENCIA-REC
                                   END-WRITE
                                   MOVE 'S' TO WRK-FIM-ORIGEM
                               NOT INVALID KEY
                                   ADD 1 TO CNT-ARQ-MOVIDOS
                           END-WRITE
                       END-IF
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * MENSALID: a sequencia e mantida, como nas pendencias, e a
      * referencia de pagamentos e ajustes a cobranca da origem passa
      * a apontar o destino. Cobranca ainda em aberto e contada: o
      * boleto ja emitido traz o nosso numero antigo.
      * ----------------------------------------------------------------
       TRANSFERE-MENSALID.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE ZEROS TO CNT-COBR-ABERTAS
           MOVE "MENSALID" TO WRK-NOME-ARQ
           MOVE "00" TO WS-MENSALID-STATUS
           OPEN I-O MENSALID-FILE
           IF WS-MENSALID-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               PERFORM TRANSFERE-UM-LANCAMENTO
                   UNTIL WRK-FIM-ORIGEM = 'S'
               CLOSE MENSALID-FILE
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO

           IF CNT-COBR-ABERTAS > 0
               MOVE SPACES TO RELATORIO-LINHA
               STRING "  COBRANCAS EM ABERTO: " CNT-COBR-ABERTAS
                   " - BOLETO EMITIDO TEM O NOSSO NUMERO"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "  ANTIGO E SEU RETORNO CAI NAS EXCECOES DO PROG73."
                   TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

       TRANSFERE-UM-LANCAMENTO.

           MOVE WRK-MAT-ORIGEM TO MN-MATRICULA
           MOVE ZEROS          TO MN-SEQUENCIA
           START MENSALID-FILE KEY NOT LESS THAN MN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ORIGEM
           END-START

           IF WRK-FIM-ORIGEM NOT = 'S'
               READ MENSALID-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ORIGEM
                   NOT AT END
                       IF MN-MATRICULA NOT = WRK-MAT-ORIGEM
                           MOVE 'S' TO WRK-FIM-ORIGEM
                       ELSE
                           MOVE MENSALID-REC TO REG-TRANSITO-GERAL
                           DELETE MENSALID-FILE
                           MOVE REG-TRANSITO-GERAL TO MENSALID-REC
                           MOVE WRK-MAT-DESTINO TO MN-MATRICULA
                           MOVE MN-REF-COBRANCA TO WRK-REF-COBRANCA
                           IF RC-MATRICULA = WRK-MAT-ORIGEM
                               MOVE WRK-MAT-DESTINO TO RC-MATRICULA
                               MOVE WRK-REF-COBRANCA TO MN-REF-COBRANCA
                           END-IF
                           WRITE MENSALID-REC
                               INVALID KEY
                                   ADD 1 TO CNT-ARQ-CONFL
                                   MOVE REG-TRANSITO-GERAL TO
                                       MENSALID-REC
                                   WRITE MENSALID-REC
                                   END-WRITE
                                   MOVE 'S' TO WRK-FIM-ORIGEM
                               NOT INVALID KEY
                                   ADD 1 TO CNT-ARQ-MOVIDOS
                                   IF MN-TIPO = 'C' AND
                                      MN-SITUACAO = 'A'
                                       ADD 1 TO CNT-COBR-ABERTAS
                                   END-IF
                           END-WRITE
                       END-IF
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * CONTATOS: um registro por aluno; se o destino ja tem o seu,
      * ele prevalece e o da origem e descartado (conflito).
      * ----------------------------------------------------------------
       TRANSFERE-CONTATOS.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "CONTATOS" TO WRK-NOME-ARQ
           MOVE "00" TO WS-CONTATOS-STATUS
           OPEN I-O CONTATOS-FILE
           IF WS-CONTATOS-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               MOVE WRK-MAT-ORIGEM TO CT-MATRICULA
               READ CONTATOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTATO-REC TO REG-TRANSITO-GERAL
                       DELETE CONTATOS-FILE
                       MOVE REG-TRANSITO-GERAL TO CONTATO-REC
                       MOVE WRK-MAT-DESTINO TO CT-MATRICULA
                       WRITE CONTATO-REC
                           INVALID KEY
                               ADD 1 TO CNT-ARQ-CONFL
                           NOT INVALID KEY
                               ADD 1 TO CNT-ARQ-MOVIDOS
                       END-WRITE
               END-READ
               CLOSE CONTATOS-FILE
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

      * ----------------------------------------------------------------
      * CORRESP: sequencia mantida, como nas pendencias.
      * ----------------------------------------------------------------
       TRANSFERE-CORRESP.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "CORRESP" TO WRK-NOME-ARQ
           MOVE "00" TO WS-CORRESP-STATUS
           OPEN I-O CORRESP-FILE
           IF WS-CORRESP-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               PERFORM TRANSFERE-UMA-CARTA
                   UNTIL WRK-FIM-ORIGEM = 'S'
               CLOSE CORRESP-FILE
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

       TRANSFERE-UMA-CARTA.

           MOVE WRK-MAT-ORIGEM TO CR-MATRICULA
           MOVE ZEROS          TO CR-SEQUENCIA
           START CORRESP-FILE KEY NOT LESS THAN CR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ORIGEM
           END-START

           IF WRK-FIM-ORIGEM NOT = 'S'
               READ CORRESP-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ORIGEM
                   NOT AT END
                       IF CR-MATRICULA NOT = WRK-MAT-ORIGEM
                           MOVE 'S' TO WRK-FIM-ORIGEM
                       ELSE
                           MOVE CORRESP-REC TO REG-TRANSITO-GERAL
                           DELETE CORRESP-FILE
                           MOVE REG-TRANSITO-GERAL TO CORRESP-REC
                           MOVE WRK-MAT-DESTINO TO CR-MATRICULA
                           WRITE CORRESP-REC
                               INVALID KEY
                                   ADD 1 TO CNT-ARQ-CONFL
                                   MOVE WRK-MAT-ORIGEM TO CR-MATRICULA
                                   WRITE CORRESP-REC
                                   END-WRITE
                                   MOVE 'S' TO WRK-FIM-ORIGEM
                               NOT INVALID KEY
                                   ADD 1 TO CNT-ARQ-MOVIDOS
                           END-WRITE
                       END-IF
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * OCORRENC: sequencia mantida, como nas pendencias.
      * ----------------------------------------------------------------
       TRANSFERE-OCORRENC.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "OCORRENC" TO WRK-NOME-ARQ
           MOVE "00" TO WS-OCORRENC-STATUS
           OPEN I-O OCORRENCIAS-FILE
           IF WS-OCORRENC-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               PERFORM TRANSFERE-UMA-OCORRENCIA
                   UNTIL WRK-FIM-ORIGEM = 'S'
               CLOSE OCORRENCIAS-FILE
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

       TRANSFERE-UMA-OCORRENCIA.

           MOVE WRK-MAT-ORIGEM TO OC-MATRICULA
           MOVE ZEROS          TO OC-SEQUENCIA
           START OCORRENCIAS-FILE KEY NOT LESS THAN OC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ORIGEM
           END-START

           IF WRK-FIM-ORIGEM NOT = 'S'
               READ OCORRENCIAS-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ORIGEM
                   NOT AT END
                       IF OC-MATRICULA NOT = WRK-MAT-ORIGEM
                           MOVE 'S' TO WRK-FIM-ORIGEM
                       ELSE
                           MOVE OCORRENCIA-REC TO REG-TRANSITO-GERAL
                           DELETE OCORRENCIAS-FILE
                           MOVE REG-TRANSITO-GERAL TO OCORRENCIA-REC
                           MOVE WRK-MAT-DESTINO TO OC-MATRICULA
                           WRITE OCORRENCIA-REC
                               INVALID KEY
                                   ADD 1 TO CNT-ARQ-CONFL
                                   MOVE WRK-MAT-ORIGEM TO OC-MATRICULA
                                   WRITE OCORRENCIA-REC
                                   END-WRITE
                                   MOVE 'S' TO WRK-FIM-ORIGEM
                               NOT INVALID KEY
                                   ADD 1 TO CNT-ARQ-MOVIDOS
                           END-WRITE
                       END-IF
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * ESTAGIOS: sequencia mantida, como nas pendencias; as horas
      * (ESTAGHORAS) seguem pela mesma sequencia.
      * ----------------------------------------------------------------
       TRANSFERE-ESTAGIOS.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "ESTAGIOS" TO WRK-NOME-ARQ
           MOVE "00" TO WS-ESTAGIOS-STATUS
           OPEN I-O ESTAGIOS-FILE
           IF WS-ESTAGIOS-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               PERFORM TRANSFERE-UM-ESTAGIO
                   UNTIL WRK-FIM-ORIGEM = 'S'
               CLOSE ESTAGIOS-FILE
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

       TRANSFERE-UM-ESTAGIO.

           MOVE WRK-MAT-ORIGEM TO ES-MATRICULA
           MOVE ZEROS          TO ES-SEQUENCIA
           START ESTAGIOS-FILE KEY NOT LESS THAN ES-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ORIGEM
           END-START

           IF WRK-FIM-ORIGEM NOT = 'S'
               READ ESTAGIOS-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ORIGEM
                   NOT AT END
                       IF ES-MATRICULA NOT = WRK-MAT-ORIGEM
                           MOVE 'S' TO WRK-FIM-ORIGEM
                       ELSE
                           MOVE ESTAGIO-REC TO REG-TRANSITO-GERAL
                           DELETE ESTAGIOS-FILE
                           MOVE REG-TRANSITO-GERAL TO ESTAGIO-REC
                           MOVE WRK-MAT-DESTINO TO ES-MATRICULA
                           WRITE ESTAGIO-REC
                               INVALID KEY
                                   ADD 1 TO CNT-ARQ-CONFL
                                   MOVE WRK-MAT-ORIGEM TO ES-MATRICULA
                                   WRITE ESTAGIO-REC
                                   END-WRITE
                                   MOVE 'S' TO WRK-FIM-ORIGEM
                               NOT INVALID KEY
                                   ADD 1 TO CNT-ARQ-MOVIDOS
                           END-WRITE
                       END-IF
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * ESTAGHORAS: horas lancadas, pela mesma sequencia do estagio.
      * ----------------------------------------------------------------
       TRANSFERE-ESTAGHORAS.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "ESTAGHORAS" TO WRK-NOME-ARQ
           MOVE "00" TO WS-ESTAGHORAS-STATUS
           OPEN I-O ESTAGHORAS-FILE
           IF WS-ESTAGHORAS-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               PERFORM TRANSFERE-UMA-HORA
                   UNTIL WRK-FIM-ORIGEM = 'S'
               CLOSE ESTAGHORAS-FILE
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

       TRANSFERE-UMA-HORA.

           MOVE WRK-MAT-ORIGEM TO EH-MATRICULA
           MOVE ZEROS          TO EH-SEQUENCIA
           MOVE LOW-VALUES     TO EH-COMPETENCIA
           START ESTAGHORAS-FILE KEY NOT LESS THAN EH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ORIGEM
           END-START

           IF WRK-FIM-ORIGEM NOT = 'S'
               READ ESTAGHORAS-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ORIGEM
                   NOT AT END
                       IF EH-MATRICULA NOT = WRK-MAT-ORIGEM
                           MOVE 'S' TO WRK-FIM-ORIGEM
                       ELSE
                           MOVE ESTAGHORAS-REC TO REG-TRANSITO-GERAL
                           DELETE ESTAGHORAS-FILE
                           MOVE REG-TRANSITO-GERAL TO ESTAGHORAS-REC
                           MOVE WRK-MAT-DESTINO TO EH-MATRICULA
                           WRITE ESTAGHORAS-REC
                               INVALID KEY
                                   ADD 1 TO CNT-ARQ-CONFL
                                   MOVE WRK-MAT-ORIGEM TO EH-MATRICULA
                                   WRITE ESTAGHORAS-REC
                                   END-WRITE
                                   MOVE 'S' TO WRK-FIM-ORIGEM
                               NOT INVALID KEY
                                   ADD 1 TO CNT-ARQ-MOVIDOS
                           END-WRITE
                       END-IF
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * LISTAESP: a matricula nao faz parte da chave; os pedidos da
      * origem sao regravados com o destino.
      * ----------------------------------------------------------------
       TRANSFERE-LISTAESP.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "LISTAESP" TO WRK-NOME-ARQ
           MOVE "00" TO WS-LISTAESP-STATUS
           OPEN I-O LISTA-ESPERA-FILE
           IF WS-LISTAESP-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               PERFORM UNTIL WS-LISTAESP-STATUS = "10"
                   READ LISTA-ESPERA-FILE NEXT
                       AT END
                           MOVE "10" TO WS-LISTAESP-STATUS
                       NOT AT END
                           IF LE-MATRICULA = WRK-MAT-ORIGEM
                               MOVE WRK-MAT-DESTINO TO LE-MATRICULA
                               REWRITE LISTA-ESPERA-REC
                               ADD 1 TO CNT-ARQ-MOVIDOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-ESPERA-FILE
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

      * ----------------------------------------------------------------
      * SITMOV: arquivo sequencial, regravado pelo intermediario
      * SITMOV.NEW com as movimentacoes da origem no destino.
      * ----------------------------------------------------------------
       TRANSFERE-SITMOV.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "SITMOV" TO WRK-NOME-ARQ
           MOVE "00" TO WS-SITMOV-STATUS
           OPEN INPUT SITMOV-FILE
           IF WS-SITMOV-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SITMOV-NOVO-FILE
               PERFORM UNTIL WS-SITMOV-STATUS = "10"
                   READ SITMOV-FILE
                       AT END
                           MOVE "10" TO WS-SITMOV-STATUS
                       NOT AT END
                           IF SM-MATRICULA = WRK-MAT-ORIGEM
                               MOVE WRK-MAT-DESTINO TO SM-MATRICULA
                               ADD 1 TO CNT-ARQ-MOVIDOS
                           END-IF
                           MOVE SITMOV-REC TO SITMOV-NOVO-REC
                           WRITE SITMOV-NOVO-REC
                   END-READ
               END-PERFORM
               CLOSE SITMOV-FILE
               CLOSE SITMOV-NOVO-FILE

               IF CNT-ARQ-MOVIDOS > 0
                   MOVE "00" TO WS-SITMOV-NOVO-STATUS
                   OPEN INPUT SITMOV-NOVO-FILE
                   OPEN OUTPUT SITMOV-FILE
                   PERFORM UNTIL WS-SITMOV-NOVO-STATUS = "10"
                       READ SITMOV-NOVO-FILE
                           AT END
                               MOVE "10" TO WS-SITMOV-NOVO-STATUS
                           NOT AT END
                               MOVE SITMOV-NOVO-REC TO SITMOV-REC
                               WRITE SITMOV-REC
                       END-READ
                   END-PERFORM
                   CLOSE SITMOV-NOVO-FILE
                   CLOSE SITMOV-FILE
               END-IF
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

      * ----------------------------------------------------------------
      * DIPLOMAS: livro sequencial, regravado pelo intermediario
      * DIPLOMAS.NEW com os registros da origem no destino.
      * ----------------------------------------------------------------
       TRANSFERE-DIPLOMAS.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "DIPLOMAS" TO WRK-NOME-ARQ
           MOVE "00" TO WS-DIPLOMAS-STATUS
           OPEN INPUT DIPLOMAS-FILE
           IF WS-DIPLOMAS-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT DIPLOMAS-NOVO-FILE
               PERFORM UNTIL WS-DIPLOMAS-STATUS = "10"
                   READ DIPLOMAS-FILE
                       AT END
                           MOVE "10" TO WS-DIPLOMAS-STATUS
                       NOT AT END
                           IF DP-MATRICULA = WRK-MAT-ORIGEM
                               MOVE WRK-MAT-DESTINO TO DP-MATRICULA
                               ADD 1 TO CNT-ARQ-MOVIDOS
                           END-IF
                           MOVE DIPLOMA-REC TO DIPLOMAS-NOVO-REC
                           WRITE DIPLOMAS-NOVO-REC
                   END-READ
               END-PERFORM
               CLOSE DIPLOMAS-FILE
               CLOSE DIPLOMAS-NOVO-FILE

               IF CNT-ARQ-MOVIDOS > 0
                   MOVE "00" TO WS-DIPLOMAS-NOVO-STATUS
                   OPEN INPUT DIPLOMAS-NOVO-FILE
                   OPEN OUTPUT DIPLOMAS-FILE
                   PERFORM UNTIL WS-DIPLOMAS-NOVO-STATUS = "10"
                       READ DIPLOMAS-NOVO-FILE
                           AT END
                               MOVE "10" TO WS-DIPLOMAS-NOVO-STATUS
                           NOT AT END
                               MOVE DIPLOMAS-NOVO-REC TO DIPLOMA-REC
                               WRITE DIPLOMA-REC
                       END-READ
                   END-PERFORM
                   CLOSE DIPLOMAS-NOVO-FILE
                   CLOSE DIPLOMAS-FILE
               END-IF
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

      * ----------------------------------------------------------------
      * BOLSAS: concessoes por matricula e periodo, regravadas pelo
      * intermediario BOLSAS.NEW. Quando o destino ja tem bolsa no
      * mesmo periodo, a do destino prevalece e a da origem sai.
      * ----------------------------------------------------------------
       TRANSFERE-BOLSAS.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "BOLSAS" TO WRK-NOME-ARQ
           PERFORM CARREGA-BOLSAS-DESTINO
           MOVE "00" TO WS-BOLSAS-STATUS
           OPEN INPUT BOLSAS-FILE
           IF WS-BOLSAS-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT BOLSAS-NOVO-FILE
               PERFORM UNTIL WS-BOLSAS-STATUS = "10"
                   READ BOLSAS-FILE
                       AT END
                           MOVE "10" TO WS-BOLSAS-STATUS
                       NOT AT END
                           IF BL-MATRICULA = WRK-MAT-ORIGEM
                               PERFORM PROCURA-BOLSA-DESTINO
                           END-IF
                           IF BL-MATRICULA = WRK-MAT-ORIGEM AND
                              WRK-ACHOU-BOLSA = 'S'
                               ADD 1 TO CNT-ARQ-CONFL
                           ELSE
                               IF BL-MATRICULA = WRK-MAT-ORIGEM
                                   MOVE WRK-MAT-DESTINO TO BL-MATRICULA
                                   ADD 1 TO CNT-ARQ-MOVIDOS
                               END-IF
                               MOVE BOLSAS-REC TO BOLSAS-NOVO-REC
                               WRITE BOLSAS-NOVO-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOLSAS-FILE
               CLOSE BOLSAS-NOVO-FILE

               IF CNT-ARQ-MOVIDOS > 0 OR CNT-ARQ-CONFL > 0
                   MOVE "00" TO WS-BOLSAS-NOVO-STATUS
                   OPEN INPUT BOLSAS-NOVO-FILE
                   OPEN OUTPUT BOLSAS-FILE
                   PERFORM UNTIL WS-BOLSAS-NOVO-STATUS = "10"
                       READ BOLSAS-NOVO-FILE
                           AT END
                               MOVE "10" TO WS-BOLSAS-NOVO-STATUS
                           NOT AT END
                               MOVE BOLSAS-NOVO-REC TO BOLSAS-REC
                               WRITE BOLSAS-REC
                       END-READ
                   END-PERFORM
                   CLOSE BOLSAS-NOVO-FILE
                   CLOSE BOLSAS-FILE
               END-IF
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

      * ----------------------------------------------------------------
      * Guarda os periodos em que o destino ja tem bolsa.
      * ----------------------------------------------------------------
       CARREGA-BOLSAS-DESTINO.

           MOVE ZEROS TO QTD-BOLSAS-DESTINO
           MOVE "00" TO WS-BOLSAS-STATUS
           OPEN INPUT BOLSAS-FILE
           IF WS-BOLSAS-STATUS = "00"
               PERFORM UNTIL WS-BOLSAS-STATUS = "10"
                   READ BOLSAS-FILE
                       AT END
                           MOVE "10" TO WS-BOLSAS-STATUS
                       NOT AT END
                           IF BL-MATRICULA = WRK-MAT-DESTINO
                               IF QTD-BOLSAS-DESTINO = 100
                                   PERFORM REPORTA-LIMITE-TABELA
                               END-IF
                               ADD 1 TO QTD-BOLSAS-DESTINO
                               MOVE BL-PERIODO TO
                                   BD-PERIODO (QTD-BOLSAS-DESTINO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOLSAS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * WRK-ACHOU-BOLSA = 'S' quando o destino ja tem bolsa no periodo
      * da linha lida da origem.
      * ----------------------------------------------------------------
       PROCURA-BOLSA-DESTINO.

           MOVE 'N' TO WRK-ACHOU-BOLSA
           PERFORM VARYING IND-BOLSA FROM 1 BY 1
                   UNTIL IND-BOLSA > QTD-BOLSAS-DESTINO
               IF BD-PERIODO (IND-BOLSA) = BL-PERIODO
                   MOVE 'S' TO WRK-ACHOU-BOLSA
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * ALUNUNID: unidade do aluno, regravada pelo intermediario
      * ALUNUNID.NEW. Quando o destino ja tem unidade informada, a
      * dele prevalece e a linha da origem sai.
      * ----------------------------------------------------------------
       TRANSFERE-ALUNUNID.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "ALUNUNID" TO WRK-NOME-ARQ
           MOVE WRK-MAT-DESTINO TO WRK-MAT-BUSCA
           PERFORM TEM-ALUNUNID
           MOVE "00" TO WS-ALUNUNID-STATUS
           OPEN INPUT ALUNUNID-FILE
           IF WS-ALUNUNID-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT ALUNUNID-NOVO-FILE
               PERFORM UNTIL WS-ALUNUNID-STATUS = "10"
                   READ ALUNUNID-FILE
                       AT END
                           MOVE "10" TO WS-ALUNUNID-STATUS
                       NOT AT END
                           IF UA-MATRICULA = WRK-MAT-ORIGEM AND
                              WRK-TEM-REGISTRO = 'S'
                               ADD 1 TO CNT-ARQ-CONFL
                           ELSE
                               IF UA-MATRICULA = WRK-MAT-ORIGEM
                                   MOVE WRK-MAT-DESTINO TO UA-MATRICULA
                                   ADD 1 TO CNT-ARQ-MOVIDOS
                               END-IF
                               MOVE ALUNUNID-REC TO ALUNUNID-NOVO-REC
                               WRITE ALUNUNID-NOVO-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNUNID-FILE
               CLOSE ALUNUNID-NOVO-FILE

               IF CNT-ARQ-MOVIDOS > 0 OR CNT-ARQ-CONFL > 0
                   MOVE "00" TO WS-ALUNUNID-NOVO-STATUS
                   OPEN INPUT ALUNUNID-NOVO-FILE
                   OPEN OUTPUT ALUNUNID-FILE
                   PERFORM UNTIL WS-ALUNUNID-NOVO-STATUS = "10"
                       READ ALUNUNID-NOVO-FILE
                           AT END
                               MOVE "10" TO WS-ALUNUNID-NOVO-STATUS
                           NOT AT END
                               MOVE ALUNUNID-NOVO-REC TO ALUNUNID-REC
                               WRITE ALUNUNID-REC
                       END-READ
                   END-PERFORM
                   CLOSE ALUNUNID-NOVO-FILE
                   CLOSE ALUNUNID-FILE
               END-IF
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

      * ----------------------------------------------------------------
      * WRK-TEM-REGISTRO = 'S' quando WRK-MAT-BUSCA tem linha no
      * ALUNUNID.
      * ----------------------------------------------------------------
       TEM-ALUNUNID.

           MOVE 'N' TO WRK-TEM-REGISTRO
           MOVE "00" TO WS-ALUNUNID-STATUS
           OPEN INPUT ALUNUNID-FILE
           IF WS-ALUNUNID-STATUS = "00"
               PERFORM UNTIL WS-ALUNUNID-STATUS = "10"
                   READ ALUNUNID-FILE
                       AT END
                           MOVE "10" TO WS-ALUNUNID-STATUS
                       NOT AT END
                           IF UA-MATRICULA = WRK-MAT-BUSCA
                               MOVE 'S' TO WRK-TEM-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNUNID-FILE
           END-IF.

      * ----------------------------------------------------------------
      * APROVEST: origem dos creditos externos, que acompanha o
      * registro APROVEITAMENTO levado do NOTASDISC; regravado pelo
      * intermediario APROVEST.NEW.
      * ----------------------------------------------------------------
       TRANSFERE-APROVEST.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "APROVEST" TO WRK-NOME-ARQ
           MOVE "00" TO WS-APROVEST-STATUS
           OPEN INPUT APROVEST-FILE
           IF WS-APROVEST-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT APROVEST-NOVO-FILE
               PERFORM UNTIL WS-APROVEST-STATUS = "10"
                   READ APROVEST-FILE
                       AT END
                           MOVE "10" TO WS-APROVEST-STATUS
                       NOT AT END
                           IF AE-MATRICULA = WRK-MAT-ORIGEM
                               MOVE WRK-MAT-DESTINO TO AE-MATRICULA
                               ADD 1 TO CNT-ARQ-MOVIDOS
                           END-IF
                           MOVE APROVEST-REC TO APROVEST-NOVO-REC
                           WRITE APROVEST-NOVO-REC
                   END-READ
               END-PERFORM
               CLOSE APROVEST-FILE
               CLOSE APROVEST-NOVO-FILE

               IF CNT-ARQ-MOVIDOS > 0 OR CNT-ARQ-CONFL > 0
                   MOVE "00" TO WS-APROVEST-NOVO-STATUS
                   OPEN INPUT APROVEST-NOVO-FILE
                   OPEN OUTPUT APROVEST-FILE
                   PERFORM UNTIL WS-APROVEST-NOVO-STATUS = "10"
                       READ APROVEST-NOVO-FILE
                           AT END
                               MOVE "10" TO WS-APROVEST-NOVO-STATUS
                           NOT AT END
                               MOVE APROVEST-NOVO-REC TO APROVEST-REC
                               WRITE APROVEST-REC
                       END-READ
                   END-PERFORM
                   CLOSE APROVEST-NOVO-FILE
                   CLOSE APROVEST-FILE
               END-IF
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

      * ----------------------------------------------------------------
      * TUTORIA: acompanhamentos do aluno, regravados pelo
      * intermediario TUTORIA.NEW.
      * ----------------------------------------------------------------
       TRANSFERE-TUTORIA.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "TUTORIA" TO WRK-NOME-ARQ
           MOVE "00" TO WS-TUTORIA-STATUS
           OPEN INPUT TUTORIA-FILE
           IF WS-TUTORIA-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT TUTORIA-NOVO-FILE
               PERFORM UNTIL WS-TUTORIA-STATUS = "10"
                   READ TUTORIA-FILE
                       AT END
                           MOVE "10" TO WS-TUTORIA-STATUS
                       NOT AT END
                           IF TU-MATRICULA = WRK-MAT-ORIGEM
                               MOVE WRK-MAT-DESTINO TO TU-MATRICULA
                               ADD 1 TO CNT-ARQ-MOVIDOS
                           END-IF
                           MOVE TUTORIA-REC TO TUTORIA-NOVO-REC
                           WRITE TUTORIA-NOVO-REC
                   END-READ
               END-PERFORM
               CLOSE TUTORIA-FILE
               CLOSE TUTORIA-NOVO-FILE

               IF CNT-ARQ-MOVIDOS > 0 OR CNT-ARQ-CONFL > 0
                   MOVE "00" TO WS-TUTORIA-NOVO-STATUS
                   OPEN INPUT TUTORIA-NOVO-FILE
                   OPEN OUTPUT TUTORIA-FILE
                   PERFORM UNTIL WS-TUTORIA-NOVO-STATUS = "10"
                       READ TUTORIA-NOVO-FILE
                           AT END
                               MOVE "10" TO WS-TUTORIA-NOVO-STATUS
                           NOT AT END
                               MOVE TUTORIA-NOVO-REC TO TUTORIA-REC
                               WRITE TUTORIA-REC
                       END-READ
                   END-PERFORM
                   CLOSE TUTORIA-NOVO-FILE
                   CLOSE TUTORIA-FILE
               END-IF
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

      * ----------------------------------------------------------------
      * REVNOTAS: so os pedidos de revisao ainda pendentes (P) passam
      * ao destino, para serem decididos sobre a nota levada; os ja
      * decididos ficam com a matricula em que foram decididos.
      * ----------------------------------------------------------------
       TRANSFERE-REVNOTAS.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "REVNOTAS" TO WRK-NOME-ARQ
           MOVE "00" TO WS-REVISAO-STATUS
           OPEN INPUT REVISAO-FILE
           IF WS-REVISAO-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT REVISAO-NOVO-FILE
               PERFORM UNTIL WS-REVISAO-STATUS = "10"
                   READ REVISAO-FILE
                       AT END
                           MOVE "10" TO WS-REVISAO-STATUS
                       NOT AT END
                           IF RV-MATRICULA = WRK-MAT-ORIGEM AND
                              RV-STATUS = 'P'
                               MOVE WRK-MAT-DESTINO TO RV-MATRICULA
                               ADD 1 TO CNT-ARQ-MOVIDOS
                           END-IF
                           MOVE REVISAO-REC TO REVISAO-NOVO-REC
                           WRITE REVISAO-NOVO-REC
                   END-READ
               END-PERFORM
               CLOSE REVISAO-FILE
               CLOSE REVISAO-NOVO-FILE

               IF CNT-ARQ-MOVIDOS > 0 OR CNT-ARQ-CONFL > 0
                   MOVE "00" TO WS-REVISAO-NOVO-STATUS
                   OPEN INPUT REVISAO-NOVO-FILE
                   OPEN OUTPUT REVISAO-FILE
                   PERFORM UNTIL WS-REVISAO-NOVO-STATUS = "10"
                       READ REVISAO-NOVO-FILE
                           AT END
                               MOVE "10" TO WS-REVISAO-NOVO-STATUS
                           NOT AT END
                               MOVE REVISAO-NOVO-REC TO REVISAO-REC
                               WRITE REVISAO-REC
                       END-READ
                   END-PERFORM
                   CLOSE REVISAO-NOVO-FILE
                   CLOSE REVISAO-FILE
               END-IF
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

      * ----------------------------------------------------------------
      * SEGCHAMADA: so as segundas chamadas pendentes (P) passam ao
      * destino; as ja lancadas ficam com a matricula do lancamento.
      * ----------------------------------------------------------------
       TRANSFERE-SEGCHAMADA.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "SEGCHAMADA" TO WRK-NOME-ARQ
           MOVE "00" TO WS-SEGCHAMADA-STATUS
           OPEN INPUT SEGCHAMADA-FILE
           IF WS-SEGCHAMADA-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEGCHAMADA-NOVO-FILE
               PERFORM UNTIL WS-SEGCHAMADA-STATUS = "10"
                   READ SEGCHAMADA-FILE
                       AT END
                           MOVE "10" TO WS-SEGCHAMADA-STATUS
                       NOT AT END
                           IF SG-MATRICULA = WRK-MAT-ORIGEM AND
                              SG-STATUS = 'P'
                               MOVE WRK-MAT-DESTINO TO SG-MATRICULA
                               ADD 1 TO CNT-ARQ-MOVIDOS
                           END-IF
                           MOVE SEGCHAMADA-REC TO SEGCHAMADA-NOVO-REC
                           WRITE SEGCHAMADA-NOVO-REC
                   END-READ
               END-PERFORM
               CLOSE SEGCHAMADA-FILE
               CLOSE SEGCHAMADA-NOVO-FILE

               IF CNT-ARQ-MOVIDOS > 0 OR CNT-ARQ-CONFL > 0
                   MOVE "00" TO WS-SEGCHAMADA-NOVO-STATUS
                   OPEN INPUT SEGCHAMADA-NOVO-FILE
                   OPEN OUTPUT SEGCHAMADA-FILE
                   PERFORM UNTIL WS-SEGCHAMADA-NOVO-STATUS = "10"
                       READ SEGCHAMADA-NOVO-FILE
                           AT END
                               MOVE "10" TO WS-SEGCHAMADA-NOVO-STATUS
                           NOT AT END
                               MOVE SEGCHAMADA-NOVO-REC
                                   TO SEGCHAMADA-REC
                               WRITE SEGCHAMADA-REC
                       END-READ
                   END-PERFORM
                   CLOSE SEGCHAMADA-NOVO-FILE
                   CLOSE SEGCHAMADA-FILE
               END-IF
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

      * ----------------------------------------------------------------
      * CORRPEND: so os pedidos de correcao pendentes (P) passam ao
      * destino, para a aprovacao no PROG93 achar a nota levada; os
      * ja decididos ficam com a matricula em que foram decididos.
      * ----------------------------------------------------------------
       TRANSFERE-CORRPEND.

           PERFORM ZERA-CONTADORES-ARQUIVO
           MOVE "CORRPEND" TO WRK-NOME-ARQ
           MOVE "00" TO WS-CORRPEND-STATUS
           OPEN INPUT CORRPEND-FILE
           IF WS-CORRPEND-STATUS NOT = "00"
               MOVE 'S' TO WRK-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT CORRPEND-NOVO-FILE
               PERFORM UNTIL WS-CORRPEND-STATUS = "10"
                   READ CORRPEND-FILE
                       AT END
                           MOVE "10" TO WS-CORRPEND-STATUS
                       NOT AT END
                           IF CP-MATRICULA = WRK-MAT-ORIGEM AND
                              CP-STATUS = 'P'
                               MOVE WRK-MAT-DESTINO TO CP-MATRICULA
                               ADD 1 TO CNT-ARQ-MOVIDOS
                           END-IF
                           MOVE CORRPEND-REC TO CORRPEND-NOVO-REC
                           WRITE CORRPEND-NOVO-REC
                   END-READ
               END-PERFORM
               CLOSE CORRPEND-FILE
               CLOSE CORRPEND-NOVO-FILE

               IF CNT-ARQ-MOVIDOS > 0 OR CNT-ARQ-CONFL > 0
                   MOVE "00" TO WS-CORRPEND-NOVO-STATUS
                   OPEN INPUT CORRPEND-NOVO-FILE
                   OPEN OUTPUT CORRPEND-FILE
                   PERFORM UNTIL WS-CORRPEND-NOVO-STATUS = "10"
                       READ CORRPEND-NOVO-FILE
                           AT END
                               MOVE "10" TO WS-CORRPEND-NOVO-STATUS
                           NOT AT END
                               MOVE CORRPEND-NOVO-REC TO CORRPEND-REC
                               WRITE CORRPEND-REC
                       END-READ
                   END-PERFORM
                   CLOSE CORRPEND-NOVO-FILE
                   CLOSE CORRPEND-FILE
               END-IF
           END-IF
           PERFORM RELATA-ARQUIVO-TRANSFERIDO.

      * ----------------------------------------------------------------
      * Copia uma linha de MATRCONV.NEW de volta para MATRCONV.
      * ----------------------------------------------------------------
       COPIA-UMA-LINHA-CONV.

           READ CONV-NOVO-FILE
               AT END
                   MOVE "10" TO WS-CONV-NOVO-STATUS
               NOT AT END
                   MOVE CONV-NOVO-REC TO CONVERSAO-REC
                   WRITE CONVERSAO-REC
           END-READ.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a unificacao executada, com data, hora e
      * operador responsavel.
      * ----------------------------------------------------------------
       GRAVA-TRANSACAO.

           OPEN EXTEND TRANS-LOG-FILE
           IF WS-TRANSLOG-STATUS NOT = "00"
               CLOSE TRANS-LOG-FILE
               OPEN OUTPUT TRANS-LOG-FILE
           END-IF

           MOVE SPACES       TO TRANS-LOG-REC
           ACCEPT TR-DATA    FROM DATE YYYYMMDD
           ACCEPT TR-HORA    FROM TIME
           MOVE WRK-OPERADOR TO TR-OPERADOR
           MOVE 'PROG13'     TO TR-PROGRAMA
           STRING WRK-ROTULO-LOG DELIMITED BY SPACE
               " " WRK-MAT-ORIGEM " -> " WRK-MAT-DESTINO
               DELIMITED BY SIZE INTO TR-DESCRICAO
           MOVE WRK-MAT-DESTINO TO TR-MATRICULA

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

      * ----------------------------------------------------------------
      * Tabela de trabalho cheia: em vez de unificar com a tabela
      * parcial, repassa ao tratador comum PROG31E, que grava o OPSLOG
      * e interrompe a execucao.
      * ----------------------------------------------------------------
       REPORTA-LIMITE-TABELA.

           MOVE "TABELA" TO WRK-ERR-OPERACAO
           MOVE "TB" TO WRK-ERR-STATUS
           CALL "PROG31E" USING WRK-ERR-PROGRAMA WRK-ERR-ARQUIVO
               WRK-ERR-OPERACAO WRK-ERR-STATUS
           END-CALL.

       END PROGRAM PROG13.
