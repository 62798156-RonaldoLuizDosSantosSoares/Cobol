      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Montagem da regiao de treinamento a partir de uma
      *          copia da producao. Roda somente na producao, com
      *          sign-on (PROG15V) e acesso a funcao PROG97 (PROG15A).
      *          A regiao e um diretorio (padrao TREINO), criado antes
      *          pela operacao, escolhido depois na partida da sessao
      *          pela variavel REGIAO (ver PROG97V). A montagem:
      *          1. grava o marcador REGIAO da regiao como EM
      *             CONSTRUCAO - interrompida, a regiao fica recusada
      *             pelo PROG97V ate uma nova montagem completa;
      *          2. copia os cadastros e as notas trocando os nomes
      *             pessoais por nomes ficticios (ALUNCAD, ALUNOS,
      *             NOTASDISC, ALUNOIDX, ALUNMEDIA, MEDIALOG, MATRCONV,
      *             DIPLOMAS, DOCENTES, OPERADORES e o tutor da
      *             TUTORIA, cujas acoes registradas sao omitidas). O
      *             nome ficticio sai do proprio nome real por uma
      *             conta fixa, de modo que o mesmo aluno tem o mesmo
      *             nome ficticio em todos os arquivos. Os operadores
      *             mantem o ID e o perfil, com a senha trocada pela
      *             senha de treinamento;
      *          3. copia sem alteracao os arquivos sem dado pessoal
      *             (inscricoes, grade, avaliacoes, frequencia,
      *             pendencias, unidades e os arquivos de
      *             configuracao);
      *          4. cria vazios os logs e trilhas da regiao (TRANSLOG,
      *             NOTASHIST, OPSLOG, CONFHIST, BATCHHIST, SPOOLIDX) e
      *             o SENHACTL - a validade da senha e semeada no
      *             primeiro sign-on na regiao;
      *          5. regrava o marcador como TREINAMENTO, com a data, a
      *             hora e o operador da montagem, e registra a
      *             montagem no TRANSLOG da producao.
      *          Mensalidades, documentos emitidos, ocorrencias
      *          disciplinares, convenios e contratos de estagio,
      *          respostas da avaliacao institucional, ordens de
      *          servico das salas, gabaritos e respostas dos
      *          exercicios de fixacao, contatos dos alunos,
      *          correspondencia enviada, listas de espera das turmas,
      *          periodos arquivados, copias de geracao, checkpoints,
      *          relatorios e o indice de atividade (refeito pelo
      *          PROG95 a partir do TRANSLOG da regiao) nao sao levados
      *          para a regiao.
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Copia direta passa a levar o cadastro de
      *                 unidades UNIDADES (PROG99) e a unidade do aluno
      *                 ALUNUNID (PROG12).
      *   15/10 - RLS - Copia direta passa a levar as regras de grupo
      *                 optativo GRUPOPT (PROG07).
      *   15/10 - RLS - As ocorrencias disciplinares OCORRENC (PROG101)
      *                 nao sao levadas para a regiao.
      *   15/10 - RLS - Copia direta passa a levar a exigencia de
      *                 estagio por curso ESTAGCUR; convenios e
      *                 contratos de estagio (CONVENIOS, ESTAGIOS,
      *                 ESTAGHORAS) nao sao levados para a regiao.
      *   15/10 - RLS - Copia direta passa a levar o minimo de respostas
      *                 da avaliacao institucional AVALMIN; as respostas
      *                 AVALRESP nao sao levadas para a regiao.
      *   15/10 - RLS - Copia direta passa a levar a tabela de codigos
      *                 do censo INEP CENSOTAB.
      *   15/10 - RLS - Copia direta passa a levar as portas e janelas
      *                 dos comodos ABERTURAS (PROG52).
      *   15/10 - RLS - As ordens de servico das salas ORDSERV (PROG107)
      *                 nao sao levadas para a regiao.
      *   15/10 - RLS - Gabarito e respostas dos exercicios de fixacao
      *                 (QUIZGAB, QUIZRESP) nao sao levados para a
      *                 regiao.
      *   15/10 - RLS - Contatos dos alunos (CONTATOS) e
      *                 correspondencia enviada (CORRESP, CARTAS,
      *                 EMAILLOTE) nao sao levados para a regiao.
      *   15/10 - RLS - Listas de espera das turmas lotadas
      *                 (LISTAESP) nao sao levadas para a regiao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG97.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT ALUNOS-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE OF ALUNOS-REC
               FILE STATUS IS WS-ALUNOS-STATUS.

           SELECT NOTASDISC-FILE ASSIGN TO "NOTASDISC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE OF NOTASDISC-REC
               FILE STATUS IS WS-NOTASDISC-STATUS.

           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-ID OF OPERADOR-REC
               FILE STATUS IS WS-OPERADORES-STATUS.

           SELECT DOCENTES-FILE ASSIGN TO "DOCENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-ID OF DOCENTE-REC
               FILE STATUS IS WS-DOCENTES-STATUS.

           SELECT INSCRICAO-FILE ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IN-CHAVE OF INSCRICAO-REC
               FILE STATUS IS WS-INSCRICAO-STATUS.

           SELECT GRADEHOR-FILE ASSIGN TO "GRADEHOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HR-CHAVE OF GRADEHOR-REC
               FILE STATUS IS WS-GRADEHOR-STATUS.

           SELECT AVALIACOES-FILE ASSIGN TO "AVALIACOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AV-CHAVE OF AVALIACOES-REC
               FILE STATUS IS WS-AVALIACOES-STATUS.

           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FQ-CHAVE OF FREQUENCIA-REC
               FILE STATUS IS WS-FREQUENCIA-STATUS.

           SELECT PENDENCIAS-FILE ASSIGN TO "PENDENCIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PE-CHAVE OF PENDENCIA-REC
               FILE STATUS IS WS-PENDENCIAS-STATUS.

      * Destinos indexados na regiao (nome montado em WS-NOME-DESTINO).
           SELECT DST-ALUNCAD-FILE ASSIGN USING WS-NOME-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AC-MATRICULA OF DST-ALUNCAD-REC
               FILE STATUS IS WS-DESTINO-STATUS.

           SELECT DST-GRADE-FILE ASSIGN USING WS-NOME-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CHAVE OF DST-GRADE-REC
               FILE STATUS IS WS-DESTINO-STATUS.

           SELECT DST-OPERADORES-FILE ASSIGN USING WS-NOME-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-ID OF DST-OPERADOR-REC
               FILE STATUS IS WS-DESTINO-STATUS.

           SELECT DST-DOCENTES-FILE ASSIGN USING WS-NOME-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-ID OF DST-DOCENTE-REC
               FILE STATUS IS WS-DESTINO-STATUS.

           SELECT DST-INSCRICAO-FILE ASSIGN USING WS-NOME-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IN-CHAVE OF DST-INSCRICAO-REC
               FILE STATUS IS WS-DESTINO-STATUS.

           SELECT DST-GRADEHOR-FILE ASSIGN USING WS-NOME-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HR-CHAVE OF DST-GRADEHOR-REC
               FILE STATUS IS WS-DESTINO-STATUS.

           SELECT DST-AVALIACOES-FILE ASSIGN USING WS-NOME-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AV-CHAVE OF DST-AVALIACOES-REC
               FILE STATUS IS WS-DESTINO-STATUS.

           SELECT DST-FREQUENCIA-FILE ASSIGN USING WS-NOME-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FQ-CHAVE OF DST-FREQUENCIA-REC
               FILE STATUS IS WS-DESTINO-STATUS.

           SELECT DST-PENDENCIAS-FILE ASSIGN USING WS-NOME-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PE-CHAVE OF DST-PENDENCIA-REC
               FILE STATUS IS WS-DESTINO-STATUS.

           SELECT ALUNO-IDX-FILE ASSIGN TO "ALUNOIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALUNOIDX-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "ALUNMEDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT MEDIA-LOG-FILE ASSIGN TO "MEDIALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDIALOG-STATUS.

           SELECT CONVERSAO-FILE ASSIGN TO "MATRCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERSAO-STATUS.

           SELECT DIPLOMAS-FILE ASSIGN TO "DIPLOMAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIPLOMAS-STATUS.

           SELECT TUTORIA-FILE ASSIGN TO "TUTORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUTORIA-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT MARCADOR-FILE ASSIGN USING WS-NOME-MARCADOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARCADOR-STATUS.

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

       FD  ALUNOS-FILE.
       01  ALUNOS-REC.
           COPY GRADEREC.

       FD  NOTASDISC-FILE.
       01  NOTASDISC-REC.
           COPY GRADEREC.

       FD  OPERADORES-FILE.
       01  OPERADOR-REC.
           COPY OPERADORREC.

       FD  DOCENTES-FILE.
       01  DOCENTE-REC.
           COPY DOCENTREC.

       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.
           COPY INSCRREC.

       FD  GRADEHOR-FILE.
       01  GRADEHOR-REC.
           COPY HORAREC.

       FD  AVALIACOES-FILE.
       01  AVALIACOES-REC.
           COPY AVALREC.

       FD  FREQUENCIA-FILE.
       01  FREQUENCIA-REC.
           COPY FREQREC.

       FD  PENDENCIAS-FILE.
       01  PENDENCIA-REC.
           COPY PENDREC.

       FD  DST-ALUNCAD-FILE.
       01  DST-ALUNCAD-REC.
           COPY ALUNCADREC.

      * ALUNOS e NOTASDISC tem o mesmo layout e a mesma chave.
       FD  DST-GRADE-FILE.
       01  DST-GRADE-REC.
           COPY GRADEREC.

       FD  DST-OPERADORES-FILE.
       01  DST-OPERADOR-REC.
           COPY OPERADORREC.

       FD  DST-DOCENTES-FILE.
       01  DST-DOCENTE-REC.
           COPY DOCENTREC.

       FD  DST-INSCRICAO-FILE.
       01  DST-INSCRICAO-REC.
           COPY INSCRREC.

       FD  DST-GRADEHOR-FILE.
       01  DST-GRADEHOR-REC.
           COPY HORAREC.

       FD  DST-AVALIACOES-FILE.
       01  DST-AVALIACOES-REC.
           COPY AVALREC.

       FD  DST-FREQUENCIA-FILE.
       01  DST-FREQUENCIA-REC.
           COPY FREQREC.

       FD  DST-PENDENCIAS-FILE.
       01  DST-PENDENCIA-REC.
           COPY PENDREC.

       FD  ALUNO-IDX-FILE.
       01  ALUNO-IDX-REC.
           COPY ALUNOIDXREC.

       FD  ROSTER-FILE.
       01  ROSTER-REC.
           COPY GRADEREC.

       FD  MEDIA-LOG-FILE.
       01  MEDIA-LOG-RECORD.
           COPY MEDIALREC.

       FD  CONVERSAO-FILE.
       01  CONVERSAO-REC.
           COPY MATRCONVREC.

       FD  DIPLOMAS-FILE.
       01  DIPLOMA-REC.
           COPY DIPLREC.

       FD  TUTORIA-FILE.
       01  TUTORIA-REC.
           COPY TUTORREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-LINHA         PIC X(114).

       FD  MARCADOR-FILE.
       01  MARCADOR-REC.
           COPY REGMREC.

      * Origem e destino genericos das copias sequenciais.
       FD  ORIGEM-FILE.
       01  ORIGEM-REC              PIC X(500).

       FD  DESTINO-FILE.
       01  DESTINO-REC             PIC X(500).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-ALUNOS-STATUS     PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-OPERADORES-STATUS PIC X(02) VALUE "00".
       77 WS-DOCENTES-STATUS   PIC X(02) VALUE "00".
       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-GRADEHOR-STATUS   PIC X(02) VALUE "00".
       77 WS-AVALIACOES-STATUS PIC X(02) VALUE "00".
       77 WS-FREQUENCIA-STATUS PIC X(02) VALUE "00".
       77 WS-PENDENCIAS-STATUS PIC X(02) VALUE "00".
       77 WS-ALUNOIDX-STATUS   PIC X(02) VALUE "00".
       77 WS-ROSTER-STATUS     PIC X(02) VALUE "00".
       77 WS-MEDIALOG-STATUS   PIC X(02) VALUE "00".
       77 WS-CONVERSAO-STATUS  PIC X(02) VALUE "00".
       77 WS-DIPLOMAS-STATUS   PIC X(02) VALUE "00".
       77 WS-TUTORIA-STATUS    PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-MARCADOR-STATUS   PIC X(02) VALUE "00".
       77 WS-ORIGEM-STATUS     PIC X(02) VALUE "00".
       77 WS-DESTINO-STATUS    PIC X(02) VALUE "00".
       77 WS-NOME-MARCADOR     PIC X(40) VALUE SPACES.
       77 WS-NOME-ORIGEM       PIC X(40) VALUE SPACES.
       77 WS-NOME-DESTINO      PIC X(40) VALUE SPACES.
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA         PIC X(01) VALUE 'N'.
       77 WRK-NOME-REGIAO      PIC X(30) VALUE SPACES.
       77 WRK-REGIAO-VALIDA    PIC X(01) VALUE 'N'.
       77 WRK-QTD-INVALIDOS    PIC 9(03) VALUE ZEROS.
       77 WRK-ARQ-BASE         PIC X(20) VALUE SPACES.
       77 WRK-TRATAMENTO       PIC X(30) VALUE SPACES.
       77 WRK-SENHA-TREINO     PIC X(10) VALUE "TREINO".
       77 WRK-ACOES-OMITIDAS   PIC X(40)
                               VALUE "ACOES OMITIDAS NA COPIA".
       77 WRK-MARCADOR-LGPD    PIC X(30)
                               VALUE "*** ANONIMIZADO LGPD ***".
       77 WRK-NOME-ORIGINAL    PIC X(30) VALUE SPACES.
       77 WRK-NOME-FICTICIO    PIC X(30) VALUE SPACES.
       77 WRK-SOMA-NOME        PIC 9(07) VALUE ZEROS.
       77 WRK-QUOCIENTE        PIC 9(07) VALUE ZEROS.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 WRK-ERR-PROGRAMA     PIC X(08) VALUE "PROG97".
       77 WRK-ERR-ARQUIVO      PIC X(12) VALUE SPACES.
       77 WRK-ERR-OPERACAO     PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS       PIC X(02) VALUE SPACES.
       77 DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77 HORA-AGORA           PIC 9(08) VALUE ZEROS.
       77 IND-CAR              PIC 9(02) VALUE ZEROS.
       77 IND-PRENOME          PIC 9(02) VALUE ZEROS.
       77 IND-SOBRENOME1       PIC 9(02) VALUE ZEROS.
       77 IND-SOBRENOME2       PIC 9(02) VALUE ZEROS.
       77 IND-ARQ              PIC 9(02) VALUE ZEROS.
       77 CNT-REGISTROS        PIC 9(07) VALUE ZEROS.
       77 CNT-ARQUIVOS         PIC 9(03) VALUE ZEROS.
       77 CNT-AUSENTES         PIC 9(03) VALUE ZEROS.

      * Valor numerico de um caractere do nome: o byte vai na metade
      * baixa de um binario de dois bytes.
       01  WRK-PAR-BYTES.
           05 FILLER              PIC X(01) VALUE LOW-VALUE.
           05 WRK-BYTE            PIC X(01) VALUE LOW-VALUE.
       01  WRK-BYTE-VALOR REDEFINES WRK-PAR-BYTES
                                  PIC 9(04) COMP.

      * Prenomes e sobrenomes dos nomes ficticios.
       01  LISTA-PRENOMES.
           05 FILLER              PIC X(09) VALUE "ANA".
           05 FILLER              PIC X(09) VALUE "BRUNO".
           05 FILLER              PIC X(09) VALUE "CARLA".
           05 FILLER              PIC X(09) VALUE "DANIEL".
           05 FILLER              PIC X(09) VALUE "EDUARDA".
           05 FILLER              PIC X(09) VALUE "FELIPE".
           05 FILLER              PIC X(09) VALUE "GABRIELA".
           05 FILLER              PIC X(09) VALUE "HENRIQUE".
           05 FILLER              PIC X(09) VALUE "ISABELA".
           05 FILLER              PIC X(09) VALUE "JOAO".
           05 FILLER              PIC X(09) VALUE "KARINA".
           05 FILLER              PIC X(09) VALUE "LUCAS".
           05 FILLER              PIC X(09) VALUE "MARIANA".
           05 FILLER              PIC X(09) VALUE "NELSON".
           05 FILLER              PIC X(09) VALUE "OLIVIA".
           05 FILLER              PIC X(09) VALUE "PAULO".
           05 FILLER              PIC X(09) VALUE "RAFAELA".
           05 FILLER              PIC X(09) VALUE "SERGIO".
           05 FILLER              PIC X(09) VALUE "TATIANA".
           05 FILLER              PIC X(09) VALUE "VITOR".
       01  TABELA-PRENOMES REDEFINES LISTA-PRENOMES.
           05 TN-PRENOME          PIC X(09) OCCURS 20 TIMES.

       01  LISTA-SOBRENOMES.
           05 FILLER              PIC X(09) VALUE "ALMEIDA".
           05 FILLER              PIC X(09) VALUE "BARBOSA".
           05 FILLER              PIC X(09) VALUE "CARVALHO".
           05 FILLER              PIC X(09) VALUE "DIAS".
           05 FILLER              PIC X(09) VALUE "FERREIRA".
           05 FILLER              PIC X(09) VALUE "GOMES".
           05 FILLER              PIC X(09) VALUE "LIMA".
           05 FILLER              PIC X(09) VALUE "MARTINS".
           05 FILLER              PIC X(09) VALUE "MOREIRA".
           05 FILLER              PIC X(09) VALUE "NUNES".
           05 FILLER              PIC X(09) VALUE "OLIVEIRA".
           05 FILLER              PIC X(09) VALUE "PEREIRA".
           05 FILLER              PIC X(09) VALUE "RIBEIRO".
           05 FILLER              PIC X(09) VALUE "ROCHA".
           05 FILLER              PIC X(09) VALUE "SANTOS".
           05 FILLER              PIC X(09) VALUE "SOUZA".
           05 FILLER              PIC X(09) VALUE "TEIXEIRA".
           05 FILLER              PIC X(09) VALUE "VIEIRA".
           05 FILLER              PIC X(09) VALUE "CASTRO".
           05 FILLER              PIC X(09) VALUE "MENDES".
       01  TABELA-SOBRENOMES REDEFINES LISTA-SOBRENOMES.
           05 TN-SOBRENOME        PIC X(09) OCCURS 20 TIMES.

      * Arquivos sequenciais sem dado pessoal, copiados como estao.
       01  LISTA-COPIA-DIRETA.
           05 FILLER              PIC X(12) VALUE "ABERTURAS".
           05 FILLER              PIC X(12) VALUE "ACESSOS".
           05 FILLER              PIC X(12) VALUE "ALUNUNID".
           05 FILLER              PIC X(12) VALUE "APROVEST".
           05 FILLER              PIC X(12) VALUE "ATRIBDOC".
           05 FILLER              PIC X(12) VALUE "AVALMIN".
           05 FILLER              PIC X(12) VALUE "BOLSAS".
           05 FILLER              PIC X(12) VALUE "CALENDARIO".
           05 FILLER              PIC X(12) VALUE "CATALOGO".
           05 FILLER              PIC X(12) VALUE "CENSOTAB".
           05 FILLER              PIC X(12) VALUE "COMODOS".
           05 FILLER              PIC X(12) VALUE "CORRPEND".
           05 FILLER              PIC X(12) VALUE "DISCIPLINAS".
           05 FILLER              PIC X(12) VALUE "EQUIVDISC".
           05 FILLER              PIC X(12) VALUE "ESTAGCUR".
           05 FILLER              PIC X(12) VALUE "FAIXAS".
           05 FILLER              PIC X(12) VALUE "FECHAMENTO".
           05 FILLER              PIC X(12) VALUE "FECHCTL".
           05 FILLER              PIC X(12) VALUE "FERIADOS".
           05 FILLER              PIC X(12) VALUE "GRUPOPT".
           05 FILLER              PIC X(12) VALUE "JANLOTE".
           05 FILLER              PIC X(12) VALUE "LIMCOMODO".
           05 FILLER              PIC X(12) VALUE "MATRCTL".
           05 FILLER              PIC X(12) VALUE "MATRREGRA".
           05 FILLER              PIC X(12) VALUE "PESOSAVAL".
           05 FILLER              PIC X(12) VALUE "PESOSDISC".
           05 FILLER              PIC X(12) VALUE "PRECODISC".
           05 FILLER              PIC X(12) VALUE "PRECOMAT".
           05 FILLER              PIC X(12) VALUE "PREREQ".
           05 FILLER              PIC X(12) VALUE "RETENCAO".
           05 FILLER              PIC X(12) VALUE "REVNOTAS".
           05 FILLER              PIC X(12) VALUE "SEGCHAMADA".
           05 FILLER              PIC X(12) VALUE "SITMOV".
           05 FILLER              PIC X(12) VALUE "UNIDADES".
           05 FILLER              PIC X(12) VALUE "VAGASDISC".
       01  TABELA-COPIA-DIRETA REDEFINES LISTA-COPIA-DIRETA.
           05 TC-ARQUIVO          PIC X(12) OCCURS 35 TIMES.
       77  QTD-COPIA-DIRETA        PIC 9(02) VALUE 35.

      * Logs e trilhas que a regiao comeca vazios.
       01  LISTA-VAZIOS.
           05 FILLER              PIC X(12) VALUE "TRANSLOG".
           05 FILLER              PIC X(12) VALUE "NOTASHIST".
           05 FILLER              PIC X(12) VALUE "OPSLOG".
           05 FILLER              PIC X(12) VALUE "CONFHIST".
           05 FILLER              PIC X(12) VALUE "BATCHHIST".
           05 FILLER              PIC X(12) VALUE "SPOOLIDX".
           05 FILLER              PIC X(12) VALUE "SENHACTL".
       01  TABELA-VAZIOS REDEFINES LISTA-VAZIOS.
           05 TV-ARQUIVO          PIC X(12) OCCURS 7 TIMES.
       77  QTD-VAZIOS              PIC 9(02) VALUE 7.

       01  REG-LOG.
           COPY TRANSREC.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "MONTAGEM DA REGIAO DE TREINAMENTO".
           DISPLAY "===================================".

           IF WRK-REGIAO NOT = 'P'
               DISPLAY "A REGIAO DE TREINAMENTO SO PODE SER MONTADA "
                   "A PARTIR DA PRODUCAO."
               DISPLAY "INICIE A SESSAO SEM A VARIAVEL REGIAO."
               GOBACK
           END-IF

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG97" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG97. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA FROM TIME

           PERFORM PEDE-REGIAO
           IF WRK-REGIAO-VALIDA NOT = 'S'
               GOBACK
           END-IF

           DISPLAY "TODO O CONTEUDO DA REGIAO " WRK-NOME-REGIAO
           DISPLAY "SERA SUBSTITUIDO PELA COPIA DA PRODUCAO. "
               "CONFIRMA? (S/N)"
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY "MONTAGEM CANCELADA. NADA FOI ALTERADO."
               GOBACK
           END-IF

           MOVE "EM CONSTRUCAO" TO RM-SITUACAO
           PERFORM GRAVA-MARCADOR
           IF WS-MARCADOR-STATUS NOT = "00"
               DISPLAY "DIRETORIO " WRK-NOME-REGIAO
               DISPLAY "NAO ENCONTRADO OU SEM PERMISSAO DE GRAVACAO. "
                   "CRIE O DIRETORIO DA REGIAO E REPITA."
               GOBACK
           END-IF

           MOVE ZEROS TO CNT-ARQUIVOS CNT-AUSENTES

           PERFORM COPIA-ALUNCAD
           PERFORM COPIA-ALUNOS
           PERFORM COPIA-NOTASDISC
           PERFORM COPIA-OPERADORES
           PERFORM COPIA-DOCENTES
           PERFORM COPIA-INSCRICAO
           PERFORM COPIA-GRADEHOR
           PERFORM COPIA-AVALIACOES
           PERFORM COPIA-FREQUENCIA
           PERFORM COPIA-PENDENCIAS
           PERFORM COPIA-ALUNOIDX
           PERFORM COPIA-ALUNMEDIA
           PERFORM COPIA-MEDIALOG
           PERFORM COPIA-MATRCONV
           PERFORM COPIA-DIPLOMAS
           PERFORM COPIA-TUTORIA

           PERFORM VARYING IND-ARQ FROM 1 BY 1
                   UNTIL IND-ARQ > QTD-COPIA-DIRETA
               MOVE TC-ARQUIVO (IND-ARQ) TO WRK-ARQ-BASE
               PERFORM COPIA-DIRETA
           END-PERFORM

           PERFORM VARYING IND-ARQ FROM 1 BY 1
                   UNTIL IND-ARQ > QTD-VAZIOS
               MOVE TV-ARQUIVO (IND-ARQ) TO WRK-ARQ-BASE
               PERFORM CRIA-VAZIO
           END-PERFORM

           MOVE "TREINAMENTO" TO RM-SITUACAO
           PERFORM GRAVA-MARCADOR
           IF WS-MARCADOR-STATUS NOT = "00"
               MOVE "REGIAO" TO WRK-ERR-ARQUIVO
               MOVE "WRITE" TO WRK-ERR-OPERACAO
               MOVE WS-MARCADOR-STATUS TO WRK-ERR-STATUS
               PERFORM REPORTA-ERRO-ARQUIVO
           END-IF

           MOVE SPACES TO WRK-DESCRICAO-LOG
           STRING "MONTAGEM DA REGIAO " DELIMITED BY SIZE
               WRK-NOME-REGIAO DELIMITED BY SPACE
               INTO WRK-DESCRICAO-LOG
           PERFORM GRAVA-TRANSACAO

           DISPLAY "-----------------------------------"
           DISPLAY "ARQUIVOS COPIADOS..........: " CNT-ARQUIVOS
           DISPLAY "AUSENTES NA PRODUCAO.......: " CNT-AUSENTES
           DISPLAY "REGIAO " WRK-NOME-REGIAO
           DISPLAY "PRONTA. SENHA DE TODOS OS OPERADORES NA REGIAO: "
               WRK-SENHA-TREINO
           DISPLAY "PARA USAR, INICIE A SESSAO COM REGIAO="
               WRK-NOME-REGIAO.

           GOBACK.

      * ----------------------------------------------------------------
      * Pede o diretorio da regiao (padrao TREINO). PRODUCAO e nomes
      * com barra ou ponto sao recusados: a regiao e sempre um
      * diretorio logo abaixo do diretorio da producao.
      * ----------------------------------------------------------------
       PEDE-REGIAO.

           MOVE 'N' TO WRK-REGIAO-VALIDA
           DISPLAY "DIRETORIO DA REGIAO (BRANCO = TREINO):"
           MOVE SPACES TO WRK-NOME-REGIAO
           ACCEPT WRK-NOME-REGIAO
           IF WRK-NOME-REGIAO = SPACES
               MOVE "TREINO" TO WRK-NOME-REGIAO
           END-IF

           MOVE ZEROS TO WRK-QTD-INVALIDOS
           INSPECT WRK-NOME-REGIAO TALLYING WRK-QTD-INVALIDOS
               FOR ALL "/" ALL "." ALL "\"

           IF WRK-NOME-REGIAO = "PRODUCAO"
               DISPLAY "PRODUCAO NAO PODE SER REGIAO DE TREINAMENTO."
           ELSE
               IF WRK-QTD-INVALIDOS > 0 OR WRK-NOME-REGIAO (1:1) = SPACE
                   DISPLAY "NOME DE REGIAO INVALIDO: " WRK-NOME-REGIAO
               ELSE
                   MOVE 'S' TO WRK-REGIAO-VALIDA
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Monta em WS-NOME-DESTINO o nome de WRK-ARQ-BASE na regiao.
      * ----------------------------------------------------------------
       MONTA-NOME-DESTINO.

           MOVE SPACES TO WS-NOME-DESTINO
           STRING WRK-NOME-REGIAO DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WRK-ARQ-BASE DELIMITED BY SPACE
               INTO WS-NOME-DESTINO.

      * ----------------------------------------------------------------
      * Grava o marcador REGIAO com a situacao em RM-SITUACAO.
      * ----------------------------------------------------------------
       GRAVA-MARCADOR.

           MOVE SPACES TO WS-NOME-MARCADOR
           STRING WRK-NOME-REGIAO DELIMITED BY SPACE
               "/REGIAO" DELIMITED BY SIZE
               INTO WS-NOME-MARCADOR
           MOVE DATA-HOJE TO RM-DATA
           MOVE HORA-AGORA (1:6) TO RM-HORA
           MOVE WRK-OPERADOR TO RM-OPERADOR

           MOVE "00" TO WS-MARCADOR-STATUS
           OPEN OUTPUT MARCADOR-FILE
           IF WS-MARCADOR-STATUS = "00"
               WRITE MARCADOR-REC
               CLOSE MARCADOR-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Troca o nome em WRK-NOME-ORIGINAL por um nome ficticio em
      * WRK-NOME-FICTICIO. A soma ponderada dos caracteres escolhe o
      * prenome e os dois sobrenomes, de modo que o mesmo nome real da
      * sempre o mesmo nome ficticio. Nome em branco ou ja anonimizado
      * (PROG90) fica como esta.
      * ----------------------------------------------------------------
       EMBARALHA-NOME.

           IF WRK-NOME-ORIGINAL = SPACES OR
              WRK-NOME-ORIGINAL = WRK-MARCADOR-LGPD
               MOVE WRK-NOME-ORIGINAL TO WRK-NOME-FICTICIO
           ELSE
               MOVE ZEROS TO WRK-SOMA-NOME
               PERFORM VARYING IND-CAR FROM 1 BY 1 UNTIL IND-CAR > 30
                   MOVE WRK-NOME-ORIGINAL (IND-CAR:1) TO WRK-BYTE
                   COMPUTE WRK-SOMA-NOME = WRK-SOMA-NOME
                       + WRK-BYTE-VALOR * IND-CAR
               END-PERFORM

               DIVIDE WRK-SOMA-NOME BY 20 GIVING WRK-QUOCIENTE
                   REMAINDER IND-PRENOME
               DIVIDE WRK-QUOCIENTE BY 20 GIVING WRK-QUOCIENTE
                   REMAINDER IND-SOBRENOME1
               DIVIDE WRK-QUOCIENTE BY 20 GIVING WRK-QUOCIENTE
                   REMAINDER IND-SOBRENOME2
               ADD 1 TO IND-PRENOME IND-SOBRENOME1 IND-SOBRENOME2

               MOVE SPACES TO WRK-NOME-FICTICIO
               STRING TN-PRENOME (IND-PRENOME) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   TN-SOBRENOME (IND-SOBRENOME1) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   TN-SOBRENOME (IND-SOBRENOME2) DELIMITED BY SPACE
                   INTO WRK-NOME-FICTICIO
           END-IF.

      * ----------------------------------------------------------------
      * ALUNCAD, com o nome trocado.
      * ----------------------------------------------------------------
       COPIA-ALUNCAD.

           MOVE "ALUNCAD" TO WRK-ARQ-BASE
           MOVE "NOMES TROCADOS" TO WRK-TRATAMENTO
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-ALUNCAD-STATUS
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DST-ALUNCAD-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-ALUNCAD-STATUS = "10"
                   READ ALUNO-CAD-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ALUNCAD-STATUS
                       NOT AT END
                           MOVE ALUNO-CAD-REC TO DST-ALUNCAD-REC
                           MOVE AC-NOME OF ALUNO-CAD-REC TO
                               WRK-NOME-ORIGINAL
                           PERFORM EMBARALHA-NOME
                           MOVE WRK-NOME-FICTICIO TO
                               AC-NOME OF DST-ALUNCAD-REC
                           WRITE DST-ALUNCAD-REC
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE ALUNO-CAD-FILE
               CLOSE DST-ALUNCAD-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * ALUNOS, com o nome trocado.
      * ----------------------------------------------------------------
       COPIA-ALUNOS.

           MOVE "ALUNOS" TO WRK-ARQ-BASE
           MOVE "NOMES TROCADOS" TO WRK-TRATAMENTO
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-ALUNOS-STATUS
           OPEN INPUT ALUNOS-FILE
           IF WS-ALUNOS-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DST-GRADE-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-ALUNOS-STATUS = "10"
                   READ ALUNOS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ALUNOS-STATUS
                       NOT AT END
                           MOVE ALUNOS-REC TO DST-GRADE-REC
                           MOVE GR-NOME OF ALUNOS-REC TO
                               WRK-NOME-ORIGINAL
                           PERFORM EMBARALHA-NOME
                           MOVE WRK-NOME-FICTICIO TO
                               GR-NOME OF DST-GRADE-REC
                           WRITE DST-GRADE-REC
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE ALUNOS-FILE
               CLOSE DST-GRADE-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * NOTASDISC, com o nome trocado.
      * ----------------------------------------------------------------
       COPIA-NOTASDISC.

           MOVE "NOTASDISC" TO WRK-ARQ-BASE
           MOVE "NOMES TROCADOS" TO WRK-TRATAMENTO
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-NOTASDISC-STATUS
           OPEN INPUT NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DST-GRADE-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-NOTASDISC-STATUS = "10"
                   READ NOTASDISC-FILE NEXT
                       AT END
                           MOVE "10" TO WS-NOTASDISC-STATUS
                       NOT AT END
                           MOVE NOTASDISC-REC TO DST-GRADE-REC
                           MOVE GR-NOME OF NOTASDISC-REC TO
                               WRK-NOME-ORIGINAL
                           PERFORM EMBARALHA-NOME
                           MOVE WRK-NOME-FICTICIO TO
                               GR-NOME OF DST-GRADE-REC
                           WRITE DST-GRADE-REC
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE NOTASDISC-FILE
               CLOSE DST-GRADE-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * OPERADORES: mesmo ID, perfil e situacao; nome trocado e senha
      * de treinamento.
      * ----------------------------------------------------------------
       COPIA-OPERADORES.

           MOVE "OPERADORES" TO WRK-ARQ-BASE
           MOVE "NOMES E SENHAS TROCADOS" TO WRK-TRATAMENTO
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-OPERADORES-STATUS
           OPEN INPUT OPERADORES-FILE
           IF WS-OPERADORES-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DST-OPERADORES-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-OPERADORES-STATUS = "10"
                   READ OPERADORES-FILE NEXT
                       AT END
                           MOVE "10" TO WS-OPERADORES-STATUS
                       NOT AT END
                           MOVE OPERADOR-REC TO DST-OPERADOR-REC
                           MOVE OP-NOME OF OPERADOR-REC TO
                               WRK-NOME-ORIGINAL
                           PERFORM EMBARALHA-NOME
                           MOVE WRK-NOME-FICTICIO TO
                               OP-NOME OF DST-OPERADOR-REC
                           MOVE WRK-SENHA-TREINO TO
                               OP-SENHA OF DST-OPERADOR-REC
                           WRITE DST-OPERADOR-REC
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-FILE
               CLOSE DST-OPERADORES-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * DOCENTES, com o nome trocado.
      * ----------------------------------------------------------------
       COPIA-DOCENTES.

           MOVE "DOCENTES" TO WRK-ARQ-BASE
           MOVE "NOMES TROCADOS" TO WRK-TRATAMENTO
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-DOCENTES-STATUS
           OPEN INPUT DOCENTES-FILE
           IF WS-DOCENTES-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DST-DOCENTES-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-DOCENTES-STATUS = "10"
                   READ DOCENTES-FILE NEXT
                       AT END
                           MOVE "10" TO WS-DOCENTES-STATUS
                       NOT AT END
                           MOVE DOCENTE-REC TO DST-DOCENTE-REC
                           MOVE DC-NOME OF DOCENTE-REC TO
                               WRK-NOME-ORIGINAL
                           PERFORM EMBARALHA-NOME
                           MOVE WRK-NOME-FICTICIO TO
                               DC-NOME OF DST-DOCENTE-REC
                           WRITE DST-DOCENTE-REC
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE DOCENTES-FILE
               CLOSE DST-DOCENTES-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * INSCRICAO, sem alteracao.
      * ----------------------------------------------------------------
       COPIA-INSCRICAO.

           MOVE "INSCRICAO" TO WRK-ARQ-BASE
           MOVE "COPIA DIRETA" TO WRK-TRATAMENTO
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-INSCRICAO-STATUS
           OPEN INPUT INSCRICAO-FILE
           IF WS-INSCRICAO-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DST-INSCRICAO-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-INSCRICAO-STATUS = "10"
                   READ INSCRICAO-FILE NEXT
                       AT END
                           MOVE "10" TO WS-INSCRICAO-STATUS
                       NOT AT END
                           MOVE INSCRICAO-REC TO DST-INSCRICAO-REC
                           WRITE DST-INSCRICAO-REC
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE INSCRICAO-FILE
               CLOSE DST-INSCRICAO-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * GRADEHOR, sem alteracao.
      * ----------------------------------------------------------------
       COPIA-GRADEHOR.

           MOVE "GRADEHOR" TO WRK-ARQ-BASE
           MOVE "COPIA DIRETA" TO WRK-TRATAMENTO
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-GRADEHOR-STATUS
           OPEN INPUT GRADEHOR-FILE
           IF WS-GRADEHOR-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DST-GRADEHOR-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-GRADEHOR-STATUS = "10"
                   READ GRADEHOR-FILE NEXT
                       AT END
                           MOVE "10" TO WS-GRADEHOR-STATUS
                       NOT AT END
                           MOVE GRADEHOR-REC TO DST-GRADEHOR-REC
                           WRITE DST-GRADEHOR-REC
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE GRADEHOR-FILE
               CLOSE DST-GRADEHOR-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * AVALIACOES, sem alteracao.
      * ----------------------------------------------------------------
       COPIA-AVALIACOES.

           MOVE "AVALIACOES" TO WRK-ARQ-BASE
           MOVE "COPIA DIRETA" TO WRK-TRATAMENTO
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-AVALIACOES-STATUS
           OPEN INPUT AVALIACOES-FILE
           IF WS-AVALIACOES-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DST-AVALIACOES-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-AVALIACOES-STATUS = "10"
                   READ AVALIACOES-FILE NEXT
                       AT END
                           MOVE "10" TO WS-AVALIACOES-STATUS
                       NOT AT END
                           MOVE AVALIACOES-REC TO DST-AVALIACOES-REC
                           WRITE DST-AVALIACOES-REC
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE AVALIACOES-FILE
               CLOSE DST-AVALIACOES-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * FREQUENCIA, sem alteracao.
      * ----------------------------------------------------------------
       COPIA-FREQUENCIA.

           MOVE "FREQUENCIA" TO WRK-ARQ-BASE
           MOVE "COPIA DIRETA" TO WRK-TRATAMENTO
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-FREQUENCIA-STATUS
           OPEN INPUT FREQUENCIA-FILE
           IF WS-FREQUENCIA-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DST-FREQUENCIA-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-FREQUENCIA-STATUS = "10"
                   READ FREQUENCIA-FILE NEXT
                       AT END
                           MOVE "10" TO WS-FREQUENCIA-STATUS
                       NOT AT END
                           MOVE FREQUENCIA-REC TO DST-FREQUENCIA-REC
                           WRITE DST-FREQUENCIA-REC
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE FREQUENCIA-FILE
               CLOSE DST-FREQUENCIA-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * PENDENCIAS, sem alteracao.
      * ----------------------------------------------------------------
       COPIA-PENDENCIAS.

           MOVE "PENDENCIAS" TO WRK-ARQ-BASE
           MOVE "COPIA DIRETA" TO WRK-TRATAMENTO
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-PENDENCIAS-STATUS
           OPEN INPUT PENDENCIAS-FILE
           IF WS-PENDENCIAS-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DST-PENDENCIAS-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-PENDENCIAS-STATUS = "10"
                   READ PENDENCIAS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-PENDENCIAS-STATUS
                       NOT AT END
                           MOVE PENDENCIA-REC TO DST-PENDENCIA-REC
                           WRITE DST-PENDENCIA-REC
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE PENDENCIAS-FILE
               CLOSE DST-PENDENCIAS-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * ALUNOIDX, com o nome trocado.
      * ----------------------------------------------------------------
       COPIA-ALUNOIDX.

           MOVE "ALUNOIDX" TO WRK-ARQ-BASE
           MOVE "NOMES TROCADOS" TO WRK-TRATAMENTO
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-ALUNOIDX-STATUS
           OPEN INPUT ALUNO-IDX-FILE
           IF WS-ALUNOIDX-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DESTINO-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-ALUNOIDX-STATUS = "10"
                   READ ALUNO-IDX-FILE
                       AT END
                           MOVE "10" TO WS-ALUNOIDX-STATUS
                       NOT AT END
                           MOVE AI-NOME TO WRK-NOME-ORIGINAL
                           PERFORM EMBARALHA-NOME
                           MOVE WRK-NOME-FICTICIO TO AI-NOME
                           WRITE DESTINO-REC FROM ALUNO-IDX-REC
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE ALUNO-IDX-FILE
               CLOSE DESTINO-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * ALUNMEDIA (entrada do calculo da media), com o nome trocado.
      * ----------------------------------------------------------------
       COPIA-ALUNMEDIA.

           MOVE "ALUNMEDIA" TO WRK-ARQ-BASE
           MOVE "NOMES TROCADOS" TO WRK-TRATAMENTO
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-ROSTER-STATUS
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DESTINO-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-ROSTER-STATUS = "10"
                   READ ROSTER-FILE
                       AT END
                           MOVE "10" TO WS-ROSTER-STATUS
                       NOT AT END
                           MOVE GR-NOME OF ROSTER-REC TO
                               WRK-NOME-ORIGINAL
                           PERFORM EMBARALHA-NOME
                           MOVE WRK-NOME-FICTICIO TO
                               GR-NOME OF ROSTER-REC
                           WRITE DESTINO-REC FROM ROSTER-REC
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
               CLOSE DESTINO-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * MEDIALOG, com o nome trocado.
      * ----------------------------------------------------------------
       COPIA-MEDIALOG.

           MOVE "MEDIALOG" TO WRK-ARQ-BASE
           MOVE "NOMES TROCADOS" TO WRK-TRATAMENTO
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-MEDIALOG-STATUS
           OPEN INPUT MEDIA-LOG-FILE
           IF WS-MEDIALOG-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DESTINO-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-MEDIALOG-STATUS = "10"
                   READ MEDIA-LOG-FILE
                       AT END
                           MOVE "10" TO WS-MEDIALOG-STATUS
                       NOT AT END
                           MOVE LOG-NOME TO WRK-NOME-ORIGINAL
                           PERFORM EMBARALHA-NOME
                           MOVE WRK-NOME-FICTICIO TO LOG-NOME
                           WRITE DESTINO-REC FROM MEDIA-LOG-RECORD
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE MEDIA-LOG-FILE
               CLOSE DESTINO-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * MATRCONV, com o nome trocado.
      * ----------------------------------------------------------------
       COPIA-MATRCONV.

           MOVE "MATRCONV" TO WRK-ARQ-BASE
           MOVE "NOMES TROCADOS" TO WRK-TRATAMENTO
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-CONVERSAO-STATUS
           OPEN INPUT CONVERSAO-FILE
           IF WS-CONVERSAO-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DESTINO-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-CONVERSAO-STATUS = "10"
                   READ CONVERSAO-FILE
                       AT END
                           MOVE "10" TO WS-CONVERSAO-STATUS
                       NOT AT END
                           MOVE CX-NOME TO WRK-NOME-ORIGINAL
                           PERFORM EMBARALHA-NOME
                           MOVE WRK-NOME-FICTICIO TO CX-NOME
                           WRITE DESTINO-REC FROM CONVERSAO-REC
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE CONVERSAO-FILE
               CLOSE DESTINO-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * DIPLOMAS, com o nome trocado.
      * ----------------------------------------------------------------
       COPIA-DIPLOMAS.

           MOVE "DIPLOMAS" TO WRK-ARQ-BASE
           MOVE "NOMES TROCADOS" TO WRK-TRATAMENTO
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-DIPLOMAS-STATUS
           OPEN INPUT DIPLOMAS-FILE
           IF WS-DIPLOMAS-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DESTINO-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-DIPLOMAS-STATUS = "10"
                   READ DIPLOMAS-FILE
                       AT END
                           MOVE "10" TO WS-DIPLOMAS-STATUS
                       NOT AT END
                           MOVE DP-NOME TO WRK-NOME-ORIGINAL
                           PERFORM EMBARALHA-NOME
                           MOVE WRK-NOME-FICTICIO TO DP-NOME
                           WRITE DESTINO-REC FROM DIPLOMA-REC
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE DIPLOMAS-FILE
               CLOSE DESTINO-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * TUTORIA: tutor com o nome trocado e acoes registradas omitidas
      * (texto livre, pode citar o aluno ou a familia).
      * ----------------------------------------------------------------
       COPIA-TUTORIA.

           MOVE "TUTORIA" TO WRK-ARQ-BASE
           MOVE "TUTOR TROCADO, ACOES OMITIDAS" TO WRK-TRATAMENTO
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-TUTORIA-STATUS
           OPEN INPUT TUTORIA-FILE
           IF WS-TUTORIA-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DESTINO-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-TUTORIA-STATUS = "10"
                   READ TUTORIA-FILE
                       AT END
                           MOVE "10" TO WS-TUTORIA-STATUS
                       NOT AT END
                           MOVE TU-TUTOR TO WRK-NOME-ORIGINAL
                           PERFORM EMBARALHA-NOME
                           MOVE WRK-NOME-FICTICIO TO TU-TUTOR
                           IF TU-ACOES NOT = SPACES
                               MOVE WRK-ACOES-OMITIDAS TO TU-ACOES
                           END-IF
                           WRITE DESTINO-REC FROM TUTORIA-REC
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE TUTORIA-FILE
               CLOSE DESTINO-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * Copia o arquivo sequencial WRK-ARQ-BASE como esta, linha a
      * linha.
      * ----------------------------------------------------------------
       COPIA-DIRETA.

           MOVE "COPIA DIRETA" TO WRK-TRATAMENTO
           MOVE WRK-ARQ-BASE TO WS-NOME-ORIGEM
           PERFORM MONTA-NOME-DESTINO
           MOVE ZEROS TO CNT-REGISTROS

           MOVE "00" TO WS-ORIGEM-STATUS
           OPEN INPUT ORIGEM-FILE
           IF WS-ORIGEM-STATUS NOT = "00"
               PERFORM INFORMA-AUSENTE
           ELSE
               OPEN OUTPUT DESTINO-FILE
               PERFORM CONFERE-ABERTURA-DESTINO
               PERFORM UNTIL WS-ORIGEM-STATUS = "10"
                   READ ORIGEM-FILE
                       AT END
                           MOVE "10" TO WS-ORIGEM-STATUS
                       NOT AT END
                           MOVE ORIGEM-REC TO DESTINO-REC
                           WRITE DESTINO-REC
                           PERFORM CONFERE-GRAVACAO-DESTINO
                   END-READ
               END-PERFORM
               CLOSE ORIGEM-FILE
               CLOSE DESTINO-FILE
               PERFORM INFORMA-COPIA
           END-IF.

      * ----------------------------------------------------------------
      * Cria vazio na regiao o log ou trilha WRK-ARQ-BASE.
      * ----------------------------------------------------------------
       CRIA-VAZIO.

           PERFORM MONTA-NOME-DESTINO
           OPEN OUTPUT DESTINO-FILE
           PERFORM CONFERE-ABERTURA-DESTINO
           CLOSE DESTINO-FILE
           DISPLAY WRK-ARQ-BASE " CRIADO VAZIO NA REGIAO.".

      * ----------------------------------------------------------------
      * Destino que nao abre ou nao grava interrompe a montagem pelo
      * PROG31E; o marcador fica EM CONSTRUCAO e a regiao, recusada.
      * ----------------------------------------------------------------
       CONFERE-ABERTURA-DESTINO.

           IF WS-DESTINO-STATUS NOT = "00"
               MOVE "OPEN" TO WRK-ERR-OPERACAO
               MOVE WRK-ARQ-BASE TO WRK-ERR-ARQUIVO
               MOVE WS-DESTINO-STATUS TO WRK-ERR-STATUS
               PERFORM REPORTA-ERRO-ARQUIVO
           END-IF.

       CONFERE-GRAVACAO-DESTINO.

           IF WS-DESTINO-STATUS NOT = "00"
               MOVE "WRITE" TO WRK-ERR-OPERACAO
               MOVE WRK-ARQ-BASE TO WRK-ERR-ARQUIVO
               MOVE WS-DESTINO-STATUS TO WRK-ERR-STATUS
               PERFORM REPORTA-ERRO-ARQUIVO
           ELSE
               ADD 1 TO CNT-REGISTROS
           END-IF.

       REPORTA-ERRO-ARQUIVO.

           CALL "PROG31E" USING WRK-ERR-PROGRAMA WRK-ERR-ARQUIVO
               WRK-ERR-OPERACAO WRK-ERR-STATUS
           END-CALL.

      * ----------------------------------------------------------------
      * Mensagens de acompanhamento por arquivo.
      * ----------------------------------------------------------------
       INFORMA-COPIA.

           ADD 1 TO CNT-ARQUIVOS
           DISPLAY WRK-ARQ-BASE " " CNT-REGISTROS " REGISTROS - "
               WRK-TRATAMENTO.

       INFORMA-AUSENTE.

           ADD 1 TO CNT-AUSENTES
           DISPLAY WRK-ARQ-BASE " AUSENTE NA PRODUCAO - NAO COPIADO.".

      * ----------------------------------------------------------------
      * Registra a montagem no TRANSLOG da producao.
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
           MOVE 'PROG97'          TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE ZEROS             TO TR-MATRICULA

           WRITE TRANS-LOG-LINHA FROM REG-LOG

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG97.
