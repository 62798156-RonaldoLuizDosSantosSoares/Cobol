      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Exercicios de fixacao corrigidos pelo sistema, com as
      *          sequencias do PROG09 (pares e impares) e do PROG10
      *          (primos). Opcao G: para a materia, o periodo, a turma
      *          (branco = todas) e o numero da avaliacao, gera uma
      *          folha numerada por aluno inscrito (INSCRICAO, nomes do
      *          ALUNCAD) em QUIZFOLHA, retida no spool (PROG62V), e o
      *          gabarito QUIZGAB. Cada folha tem numeros iniciais
      *          proprios, tirados da matricula, da folha e da
      *          avaliacao, e pede os 5 proximos pares e os 5 proximos
      *          impares de um numero (regra do PROG09) e os 5
      *          proximos primos de outro (regra do PROG10, teste pelo
      *          PROG10P). Opcao C: le as respostas QUIZRESP
      *          (matricula e as 15 respostas com 4 digitos: 5 pares,
      *          5 impares, 5 primos), refaz as sequencias de cada
      *          folha pelas mesmas regras, corrige e imprime a
      *          relacao de resultados RELQUIZ (spool), com as
      *          respostas sem folha e as folhas sem resposta. A nota
      *          e acertos x 10 / 15. Opcionalmente (funcao
      *          PROG109-LANCA) lanca a nota como a avaliacao da
      *          materia e periodo no AVALIACOES, como o lancamento
      *          detalhado do PROG08: a avaliacao tem de constar da
      *          lista de pesos da materia (PESOSAVAL), o periodo tem
      *          de estar aberto (PROG18V), a media e a situacao sao
      *          reapuradas e o NOTASDISC e regravado sob a trava de
      *          entrada (PROG31T), com a imagem antes/depois no
      *          NOTASHIST. Geracao, correcao e lancamentos geram
      *          transacao no TRANSLOG. Exige sign-on (PROG15V) e
      *          acesso a funcao PROG109 (PROG15A).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - NOTASDISC criado pelo OPEN OUTPUT e reaberto
      *                 I-O antes da leitura por chave, para a primeira
      *                 nota lancada nao se perder.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG109.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSCRICAO-FILE ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CHAVE OF INSCRICAO-REC
               FILE STATUS IS WS-INSCRICAO-STATUS.

           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT NOTASDISC-FILE ASSIGN TO "NOTASDISC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE OF NOTASDISC-REC
               FILE STATUS IS WS-NOTASDISC-STATUS.

           SELECT AVALIACOES-FILE ASSIGN TO "AVALIACOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-CHAVE OF AVALIACOES-REC
               FILE STATUS IS WS-AVALIACOES-STATUS.

           SELECT PESOSAVAL-FILE ASSIGN TO "PESOSAVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PESOSAVAL-STATUS.

           SELECT QUIZGAB-FILE ASSIGN TO "QUIZGAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUIZGAB-STATUS.

           SELECT QUIZRESP-FILE ASSIGN TO "QUIZRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUIZRESP-STATUS.

           SELECT FOLHA-FILE ASSIGN TO "QUIZFOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHA-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELQUIZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT NOTAS-HIST-FILE ASSIGN TO "NOTASHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTASHIST-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.
           COPY INSCRREC.

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  NOTASDISC-FILE.
       01  NOTASDISC-REC.
           COPY GRADEREC.

       FD  AVALIACOES-FILE.
       01  AVALIACOES-REC.
           COPY AVALREC.

      * Lista de pesos por avaliacao: materia, numero da avaliacao e
      * peso (os pesos de uma materia devem somar 100).
       FD  PESOSAVAL-FILE.
       01  PESOSAVAL-REC.
           05 PA-MATERIA          PIC X(30).
           05 FILLER              PIC X(01).
           05 PA-NUMERO           PIC 9(02).
           05 FILLER              PIC X(01).
           05 PA-PESO             PIC 9(03).

      * Gabarito: uma linha por folha, com a identificacao do
      * exercicio, os numeros iniciais da folha e as respostas certas
      * (5 pares, 5 impares, 5 primos).
       FD  QUIZGAB-FILE.
       01  QUIZGAB-REC.
           05 QG-MATERIA          PIC X(30).
           05 FILLER              PIC X(01).
           05 QG-PERIODO          PIC X(06).
           05 FILLER              PIC X(01).
           05 QG-TURMA            PIC X(10).
           05 FILLER              PIC X(01).
           05 QG-AVALIACAO        PIC 9(02).
           05 FILLER              PIC X(01).
           05 QG-FOLHA            PIC 9(03).
           05 FILLER              PIC X(01).
           05 QG-MATRICULA        PIC 9(06).
           05 FILLER              PIC X(01).
           05 QG-INICIO-PARIMPAR  PIC 9(04).
           05 FILLER              PIC X(01).
           05 QG-INICIO-PRIMO     PIC 9(04).
           05 QG-RESPOSTAS OCCURS 15 TIMES.
              10 FILLER           PIC X(01).
              10 QG-RESPOSTA      PIC 9(04).

      * Respostas dos alunos: matricula e as 15 respostas, na ordem
      * da folha, com 4 digitos (zeros a esquerda).
       FD  QUIZRESP-FILE.
       01  QUIZRESP-REC.
           05 QR-MATRICULA        PIC 9(06).
           05 QR-RESPOSTAS OCCURS 15 TIMES.
              10 FILLER           PIC X(01).
              10 QR-RESPOSTA      PIC X(04).

       FD  FOLHA-FILE.
       01  FOLHA-LINHA             PIC X(80).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(100).

       FD  NOTAS-HIST-FILE.
       01  NOTAS-HIST-REC.
           COPY NOTAHREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-AVALIACOES-STATUS PIC X(02) VALUE "00".
       77 WS-PESOSAVAL-STATUS  PIC X(02) VALUE "00".
       77 WS-QUIZGAB-STATUS    PIC X(02) VALUE "00".
       77 WS-QUIZRESP-STATUS   PIC X(02) VALUE "00".
       77 WS-FOLHA-STATUS      PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WS-NOTASHIST-STATUS  PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-CONTINUA         PIC X VALUE 'S'.
       77 WRK-MATERIA          PIC X(30) VALUE SPACES.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-TURMA            PIC X(10) VALUE SPACES.
       77 WRK-AVALIACAO        PIC 9(02) VALUE ZEROS.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-NOME             PIC X(30) VALUE SPACES.
       77 WRK-ALUNCAD-OK       PIC X(01) VALUE 'N'.
       77 WRK-FOLHA            PIC 9(03) VALUE ZEROS.
       77 WRK-RESTO            PIC 9(04) VALUE ZEROS.
       77 WRK-QUOCIENTE        PIC 9(06) VALUE ZEROS.
       77 WRK-RESTO-PAR        PIC 9(01) VALUE ZERO.
       77 WRK-INICIO-PARIMPAR  PIC 9(04) VALUE ZEROS.
       77 WRK-INICIO-PRIMO     PIC 9(04) VALUE ZEROS.
       77 NUMERO-INICIAL       PIC 9(04) VALUE ZEROS.
       77 E-PRIMO              PIC X(01) VALUE 'N'.
       77 LIMITE-BUSCA         PIC 9(04) VALUE 9999.
       77 CONTADOR             PIC 9(02) VALUE ZEROS.
       77 IND-RESP             PIC 9(02) VALUE ZEROS.
       77 IND-FOLHA            PIC 9(03) VALUE ZEROS.
       77 IND-ACHADA           PIC 9(03) VALUE ZEROS.
       77 QTD-FOLHAS           PIC 9(03) VALUE ZEROS.
       77 CNT-ACERTOS          PIC 9(02) VALUE ZEROS.
       77 CNT-CORRIGIDAS       PIC 9(03) VALUE ZEROS.
       77 CNT-SEM-FOLHA        PIC 9(03) VALUE ZEROS.
       77 CNT-SEM-RESPOSTA     PIC 9(03) VALUE ZEROS.
       77 CNT-LANCADAS         PIC 9(03) VALUE ZEROS.
       77 WRK-NOTA             PIC 99V99 VALUE ZEROS.
       77 WRK-NOTA-EDIT        PIC Z9.99.
       77 WRK-MEDIA-EDIT       PIC Z9.99.
       77 WRK-LANCAR           PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA         PIC X(01) VALUE 'N'.
       77 WRK-PER-FECHADO      PIC X(01) VALUE 'N'.
       77 WRK-FREQUENCIA-OK    PIC X(01) VALUE 'S'.
       77 WRK-QTD-AVALIACOES   PIC 9(02) VALUE ZERO.
       77 IND-AVAL             PIC 9(02) VALUE ZERO.
       77 IND-QUIZ             PIC 9(02) VALUE ZERO.
       77 WRK-SOMA-PESOS-AVAL  PIC 9(04) VALUE ZEROS.
       77 WRK-MEDIA-AVAL       PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SITUACAO-LANC    PIC X(12) VALUE SPACES.
       77 WRK-TRAVA-ACAO       PIC X(01) VALUE 'A'.
       77 WRK-TRAVA-OK         PIC X(01) VALUE 'N'.
       77 WRK-TRAVA-DONO       PIC X(10) VALUE SPACES.
       77 WRK-TRAVA-DESDE      PIC X(06) VALUE SPACES.
       77 WRK-TRAVA-ENTER      PIC X(01) VALUE SPACE.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE SPACES.
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG109".
       77 DATA-HOJE            PIC 9(08) VALUE ZEROS.

      * Sequencias certas da folha corrente (regra do PROG09 para
      * pares e impares, do PROG10 para os primos).
       01 SEQUENCIAS-FOLHA.
           05 PAR                 PIC 9(04) OCCURS 5 TIMES.
           05 IMPAR               PIC 9(04) OCCURS 5 TIMES.
           05 PRIMO               PIC 9(04) OCCURS 5 TIMES.
       01 RESPOSTAS-CERTAS REDEFINES SEQUENCIAS-FOLHA.
           05 RC-RESPOSTA         PIC 9(04) OCCURS 15 TIMES.

      * Folhas do gabarito carregadas para a correcao (ate 200).
       01 TABELA-FOLHAS.
           05 QT-ENTRADA OCCURS 200 TIMES.
               10 QT-FOLHA        PIC 9(03).
               10 QT-MATRICULA    PIC 9(06).
               10 QT-INICIO-PARIMPAR PIC 9(04).
               10 QT-INICIO-PRIMO PIC 9(04).
               10 QT-CORRIGIDA    PIC X(01).

      * Lista de avaliacoes da materia (ate 9, carregadas do
      * PESOSAVAL, com as notas do aluno no AVALIACOES).
       01 LISTA-AVALIACOES.
           05 LA-ENTRADA OCCURS 9 TIMES.
               10 LA-NUMERO       PIC 9(02).
               10 LA-PESO         PIC 9(03).
               10 LA-NOTA         PIC 99V99.

      * Faixa de aprovacao vigente, carregada do arquivo FAIXAS pelo
      * subprograma PROG21V no sign-on.
       01 FAIXAS-VIGENTES.
           05 FXV-LIMITE-REPROVA  PIC 9(02)V99 VALUE 5.00.
           05 FXV-LIMITE-APROVA   PIC 9(02)V99 VALUE 7.00.
           05 FXV-LIMITE-HONRA    PIC 9(02)V99 VALUE 9.00.
           05 FXV-ROTULO-REPROVA  PIC X(15) VALUE "REPROVADO".
           05 FXV-ROTULO-RECUPERA PIC X(15) VALUE "EM RECUPERACAO".
           05 FXV-ROTULO-APROVA   PIC X(15) VALUE "APROVADO".

      * Nova imagem da disciplina reapurada, gravada em NOTASDISC
      * depois de a anterior ir para o NOTASHIST.
       01 REG-NOVO.
           COPY GRADEREC.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "EXERCICIOS DE FIXACAO (QUIZFOLHA/RELQUIZ)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG109" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG109. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           CALL "PROG21V" USING FXV-LIMITE-REPROVA
               FXV-LIMITE-APROVA FXV-LIMITE-HONRA
               FXV-ROTULO-REPROVA FXV-ROTULO-RECUPERA
               FXV-ROTULO-APROVA
           END-CALL

           PERFORM PROCESSA-UMA-OPCAO
               UNTIL WRK-CONTINUA NOT = 'S' AND WRK-CONTINUA NOT = 's'

           GOBACK.

      * ----------------------------------------------------------------
      * Mostra o menu e executa a opcao escolhida.
      * ----------------------------------------------------------------
       PROCESSA-UMA-OPCAO.

           DISPLAY "-----------------------------------"
           DISPLAY "  G - GERAR FOLHAS E GABARITO"
           DISPLAY "  C - CORRIGIR RESPOSTAS (QUIZRESP)"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'G'
               WHEN 'g'
                   PERFORM GERA-FOLHAS
               WHEN 'C'
               WHEN 'c'
                   PERFORM CORRIGE-RESPOSTAS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE

           DISPLAY "DESEJA CONTINUAR? (S/N)"
           ACCEPT WRK-CONTINUA.

      * ----------------------------------------------------------------
      * Gera uma folha por aluno inscrito na materia, periodo e turma
      * e o gabarito correspondente.
      * ----------------------------------------------------------------
       GERA-FOLHAS.

           DISPLAY "MATERIA:"
           MOVE SPACES TO WRK-MATERIA
           ACCEPT WRK-MATERIA
           DISPLAY "PERIODO LETIVO (EX. 2026-1):"
           MOVE SPACES TO WRK-PERIODO
           ACCEPT WRK-PERIODO
           DISPLAY "TURMA (BRANCO = TODAS):"
           MOVE SPACES TO WRK-TURMA
           ACCEPT WRK-TURMA
           DISPLAY "NUMERO DA AVALIACAO (01 A 99):"
           ACCEPT WRK-AVALIACAO

           IF WRK-MATERIA = SPACES OR WRK-PERIODO = SPACES OR
              WRK-AVALIACAO = 0
               DISPLAY "MATERIA, PERIODO E AVALIACAO SAO "
                   "OBRIGATORIOS. FOLHAS NAO GERADAS."
           ELSE
               MOVE "00" TO WS-INSCRICAO-STATUS
               OPEN INPUT INSCRICAO-FILE
               IF WS-INSCRICAO-STATUS NOT = "00"
                   DISPLAY "ARQUIVO INSCRICAO NAO ENCONTRADO. "
                       "FOLHAS NAO GERADAS."
               ELSE
                   PERFORM EMITE-FOLHAS
                   CLOSE INSCRICAO-FILE
               END-IF
               MOVE "00" TO WS-INSCRICAO-STATUS
           END-IF.

      * ----------------------------------------------------------------
      * Percorre a INSCRICAO (ja aberta) emitindo as folhas.
      * ----------------------------------------------------------------
       EMITE-FOLHAS.

           MOVE ZEROS TO WRK-FOLHA
           MOVE 'N' TO WRK-ALUNCAD-OK
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE 'S' TO WRK-ALUNCAD-OK
           END-IF

           OPEN OUTPUT QUIZGAB-FILE
           OPEN OUTPUT FOLHA-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   FOLHA-LINHA
               WRITE FOLHA-LINHA
           END-IF

           PERFORM UNTIL WS-INSCRICAO-STATUS = "10"
                   OR WRK-FOLHA >= 200
               READ INSCRICAO-FILE NEXT
                   AT END
                       MOVE "10" TO WS-INSCRICAO-STATUS
                   NOT AT END
                       IF IN-MATERIA = WRK-MATERIA AND
                          IN-PERIODO = WRK-PERIODO AND
                          (WRK-TURMA = SPACES OR IN-TURMA = WRK-TURMA)
                           PERFORM GERA-UMA-FOLHA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE QUIZGAB-FILE
           CLOSE FOLHA-FILE
           IF WRK-ALUNCAD-OK = 'S'
               CLOSE ALUNO-CAD-FILE
           END-IF

           IF WRK-FOLHA = 0
               DISPLAY "NENHUM ALUNO INSCRITO NA MATERIA, PERIODO E "
                   "TURMA INFORMADOS."
           ELSE
               IF WRK-FOLHA >= 200
                   DISPLAY "LIMITE DE 200 FOLHAS ATINGIDO; GERE AS "
                       "DEMAIS TURMAS EM SEPARADO."
               END-IF
               MOVE "QUIZFOLHA" TO WRK-SPOOL-RELATORIO
               CALL "PROG62V" USING WRK-SPOOL-RELATORIO
                   WRK-SPOOL-PROGRAMA WRK-OPERADOR
               END-CALL
               MOVE ZEROS TO WRK-MATRICULA
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING "QUIZ GERADO AVAL " WRK-AVALIACAO " FOLHAS "
                   WRK-FOLHA
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM GRAVA-TRANSACAO
               DISPLAY WRK-FOLHA " FOLHA(S) EM QUIZFOLHA; GABARITO EM "
                   "QUIZGAB."
           END-IF.

      * ----------------------------------------------------------------
      * Monta os numeros iniciais da folha do aluno lido, calcula as
      * respostas e grava a folha e a linha do gabarito.
      * ----------------------------------------------------------------
       GERA-UMA-FOLHA.

           ADD 1 TO WRK-FOLHA
           MOVE IN-MATRICULA TO WRK-MATRICULA

      * Numeros iniciais distintos por folha: o passo entre folhas e
      * maior que a parcela tirada da matricula.
           DIVIDE WRK-MATRICULA BY 10 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO
           COMPUTE WRK-INICIO-PARIMPAR = 100 + WRK-FOLHA * 13 +
               WRK-RESTO + WRK-AVALIACAO * 7
           DIVIDE WRK-MATRICULA BY 20 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO
           COMPUTE WRK-INICIO-PRIMO = 50 + WRK-FOLHA * 29 +
               WRK-RESTO + WRK-AVALIACAO * 11

           PERFORM CALCULA-SEQUENCIAS

           MOVE SPACES TO WRK-NOME
           IF WRK-ALUNCAD-OK = 'S'
               MOVE WRK-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       MOVE SPACES TO WRK-NOME
                   NOT INVALID KEY
                       MOVE AC-NOME TO WRK-NOME
               END-READ
           END-IF

           MOVE SPACES TO QUIZGAB-REC
           MOVE WRK-MATERIA         TO QG-MATERIA
           MOVE WRK-PERIODO         TO QG-PERIODO
           MOVE IN-TURMA            TO QG-TURMA
           MOVE WRK-AVALIACAO       TO QG-AVALIACAO
           MOVE WRK-FOLHA           TO QG-FOLHA
           MOVE WRK-MATRICULA       TO QG-MATRICULA
           MOVE WRK-INICIO-PARIMPAR TO QG-INICIO-PARIMPAR
           MOVE WRK-INICIO-PRIMO    TO QG-INICIO-PRIMO
           PERFORM VARYING IND-RESP FROM 1 BY 1 UNTIL IND-RESP > 15
               MOVE RC-RESPOSTA (IND-RESP) TO QG-RESPOSTA (IND-RESP)
           END-PERFORM
           WRITE QUIZGAB-REC

           PERFORM IMPRIME-FOLHA.

      * ----------------------------------------------------------------
      * Imprime a folha do aluno corrente.
      * ----------------------------------------------------------------
       IMPRIME-FOLHA.

           MOVE SPACES TO FOLHA-LINHA
           STRING "EXERCICIO DE FIXACAO - FOLHA " WRK-FOLHA
               "   AVALIACAO " WRK-AVALIACAO
               DELIMITED BY SIZE INTO FOLHA-LINHA
           WRITE FOLHA-LINHA
           MOVE SPACES TO FOLHA-LINHA
           STRING "MATERIA: " WRK-MATERIA " PERIODO: " WRK-PERIODO
               " TURMA: " IN-TURMA
               DELIMITED BY SIZE INTO FOLHA-LINHA
           WRITE FOLHA-LINHA
           MOVE SPACES TO FOLHA-LINHA
           STRING "ALUNO: " WRK-MATRICULA " " WRK-NOME
               DELIMITED BY SIZE INTO FOLHA-LINHA
           WRITE FOLHA-LINHA
           MOVE SPACES TO FOLHA-LINHA
           WRITE FOLHA-LINHA
           MOVE SPACES TO FOLHA-LINHA
           STRING "1. OS 5 PROXIMOS NUMEROS PARES A PARTIR DE "
               WRK-INICIO-PARIMPAR ":"
               DELIMITED BY SIZE INTO FOLHA-LINHA
           WRITE FOLHA-LINHA
           MOVE "   ______  ______  ______  ______  ______" TO
               FOLHA-LINHA
           WRITE FOLHA-LINHA
           MOVE SPACES TO FOLHA-LINHA
           STRING "2. OS 5 PROXIMOS NUMEROS IMPARES A PARTIR DE "
               WRK-INICIO-PARIMPAR " (CRESCENTE):"
               DELIMITED BY SIZE INTO FOLHA-LINHA
           WRITE FOLHA-LINHA
           MOVE "   ______  ______  ______  ______  ______" TO
               FOLHA-LINHA
           WRITE FOLHA-LINHA
           MOVE SPACES TO FOLHA-LINHA
           STRING "3. OS 5 PROXIMOS NUMEROS PRIMOS A PARTIR DE "
               WRK-INICIO-PRIMO ":"
               DELIMITED BY SIZE INTO FOLHA-LINHA
           WRITE FOLHA-LINHA
           MOVE "   ______  ______  ______  ______  ______" TO
               FOLHA-LINHA
           WRITE FOLHA-LINHA
           MOVE SPACES TO FOLHA-LINHA
           WRITE FOLHA-LINHA
           MOVE ALL "-" TO FOLHA-LINHA
           WRITE FOLHA-LINHA.

      * ----------------------------------------------------------------
      * Calcula as 15 respostas certas a partir dos numeros iniciais
      * WRK-INICIO-PARIMPAR e WRK-INICIO-PRIMO.
      * ----------------------------------------------------------------
       CALCULA-SEQUENCIAS.

           MOVE WRK-INICIO-PARIMPAR TO NUMERO-INICIAL
           PERFORM CALCULA-PARES-IMPARES
           MOVE WRK-INICIO-PRIMO TO NUMERO-INICIAL
           PERFORM BUSCA-PRIMOS.

      * ----------------------------------------------------------------
      * Os 5 proximos pares e impares de NUMERO-INICIAL, pela mesma
      * regra do CALCULA-NUMEROS do PROG09.
      * ----------------------------------------------------------------
       CALCULA-PARES-IMPARES.

           PERFORM VARYING CONTADOR FROM 1 BY 1 UNTIL CONTADOR > 5
               DIVIDE NUMERO-INICIAL BY 2 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-PAR
               IF WRK-RESTO-PAR = 0
                   MOVE NUMERO-INICIAL TO PAR (CONTADOR)
                   ADD 2 TO NUMERO-INICIAL
               ELSE
                   ADD 1 TO NUMERO-INICIAL
                   MOVE NUMERO-INICIAL TO PAR (CONTADOR)
                   ADD 2 TO NUMERO-INICIAL
               END-IF
           END-PERFORM

           COMPUTE NUMERO-INICIAL = NUMERO-INICIAL - (2 * 5)

           PERFORM VARYING CONTADOR FROM 1 BY 1 UNTIL CONTADOR > 5
               DIVIDE NUMERO-INICIAL BY 2 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-PAR
               IF WRK-RESTO-PAR = 1
                   MOVE NUMERO-INICIAL TO IMPAR (CONTADOR)
                   ADD 2 TO NUMERO-INICIAL
               ELSE
                   ADD 1 TO NUMERO-INICIAL
                   MOVE NUMERO-INICIAL TO IMPAR (CONTADOR)
                   ADD 2 TO NUMERO-INICIAL
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Os 5 proximos primos a partir de NUMERO-INICIAL (inclusive),
      * pela mesma busca do PROG10, com o teste do PROG10P.
      * ----------------------------------------------------------------
       BUSCA-PRIMOS.

           IF NUMERO-INICIAL < 2
               MOVE 2 TO NUMERO-INICIAL
           END-IF
           PERFORM VARYING CONTADOR FROM 1 BY 1 UNTIL CONTADOR > 5
               MOVE ZEROS TO PRIMO (CONTADOR)
           END-PERFORM

           MOVE 1 TO CONTADOR
           PERFORM UNTIL CONTADOR > 5 OR NUMERO-INICIAL >= LIMITE-BUSCA
               CALL "PROG10P" USING NUMERO-INICIAL E-PRIMO
               END-CALL
               IF E-PRIMO = 'S'
                   MOVE NUMERO-INICIAL TO PRIMO (CONTADOR)
                   ADD 1 TO CONTADOR
               END-IF
               ADD 1 TO NUMERO-INICIAL
           END-PERFORM.

      * ----------------------------------------------------------------
      * Corrige as respostas do QUIZRESP contra as folhas do QUIZGAB
      * e, se pedido e permitido, lanca as notas.
      * ----------------------------------------------------------------
       CORRIGE-RESPOSTAS.

           PERFORM CARREGA-GABARITO
           IF QTD-FOLHAS = 0
               DISPLAY "GABARITO QUIZGAB VAZIO OU NAO ENCONTRADO. GERE "
                   "AS FOLHAS (OPCAO G) ANTES."
           ELSE
               DISPLAY "GABARITO: " WRK-MATERIA " " WRK-PERIODO
                   " AVALIACAO " WRK-AVALIACAO " - " QTD-FOLHAS
                   " FOLHA(S)."
               PERFORM CONFERE-LANCAMENTO

               MOVE "00" TO WS-QUIZRESP-STATUS
               OPEN INPUT QUIZRESP-FILE
               IF WS-QUIZRESP-STATUS NOT = "00"
                   DISPLAY "ARQUIVO DE RESPOSTAS QUIZRESP NAO "
                       "ENCONTRADO."
               ELSE
                   PERFORM EMITE-RESULTADOS
                   CLOSE QUIZRESP-FILE
               END-IF
               MOVE "00" TO WS-QUIZRESP-STATUS
           END-IF.

      * ----------------------------------------------------------------
      * Carrega as folhas do gabarito; a identificacao do exercicio
      * vem da primeira linha.
      * ----------------------------------------------------------------
       CARREGA-GABARITO.

           MOVE ZEROS TO QTD-FOLHAS
           MOVE "00" TO WS-QUIZGAB-STATUS
           OPEN INPUT QUIZGAB-FILE
           IF WS-QUIZGAB-STATUS = "00"
               PERFORM UNTIL WS-QUIZGAB-STATUS = "10"
                       OR QTD-FOLHAS >= 200
                   READ QUIZGAB-FILE
                       AT END
                           MOVE "10" TO WS-QUIZGAB-STATUS
                       NOT AT END
                           ADD 1 TO QTD-FOLHAS
                           IF QTD-FOLHAS = 1
                               MOVE QG-MATERIA TO WRK-MATERIA
                               MOVE QG-PERIODO TO WRK-PERIODO
                               MOVE QG-AVALIACAO TO WRK-AVALIACAO
                           END-IF
                           MOVE QG-FOLHA TO QT-FOLHA (QTD-FOLHAS)
                           MOVE QG-MATRICULA TO
                               QT-MATRICULA (QTD-FOLHAS)
                           MOVE QG-INICIO-PARIMPAR TO
                               QT-INICIO-PARIMPAR (QTD-FOLHAS)
                           MOVE QG-INICIO-PRIMO TO
                               QT-INICIO-PRIMO (QTD-FOLHAS)
                           MOVE 'N' TO QT-CORRIGIDA (QTD-FOLHAS)
                   END-READ
               END-PERFORM
               CLOSE QUIZGAB-FILE
           END-IF
           MOVE "00" TO WS-QUIZGAB-STATUS.

      * ----------------------------------------------------------------
      * Pergunta se as notas vao para o AVALIACOES e confere acesso,
      * periodo aberto e a avaliacao na lista de pesos da materia.
      * ----------------------------------------------------------------
       CONFERE-LANCAMENTO.

           MOVE 'N' TO WRK-LANCAR
           DISPLAY "LANCAR AS NOTAS NO AVALIACOES? (S/N)"
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               MOVE "PROG109-LANCA" TO WRK-FUNCAO
               CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
                   WRK-PERMITIDO
               END-CALL
               CALL "PROG18V" USING WRK-PERIODO WRK-PER-FECHADO
               END-CALL
               PERFORM CARREGA-LISTA-AVALIACOES
               MOVE ZERO TO IND-QUIZ
               PERFORM VARYING IND-AVAL FROM 1 BY 1
                       UNTIL IND-AVAL > WRK-QTD-AVALIACOES
                   IF LA-NUMERO (IND-AVAL) = WRK-AVALIACAO
                       MOVE IND-AVAL TO IND-QUIZ
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WRK-PERMITIDO NOT = 'S'
                       DISPLAY "OPERADOR SEM ACESSO AO LANCAMENTO "
                           "(PROG109-LANCA). SO A CORRECAO SERA FEITA."
                   WHEN WRK-PER-FECHADO = 'S'
                       DISPLAY "PERIODO " WRK-PERIODO " ESTA FECHADO "
                           "(PROG18). SO A CORRECAO SERA FEITA."
                   WHEN IND-QUIZ = 0
                       DISPLAY "AVALIACAO " WRK-AVALIACAO " NAO CONSTA "
                           "DA LISTA DE PESOS DA MATERIA (PESOSAVAL). "
                           "SO A CORRECAO SERA FEITA."
                   WHEN OTHER
                       MOVE 'S' TO WRK-LANCAR
               END-EVALUATE
           END-IF.

      * ----------------------------------------------------------------
      * Le as respostas, corrige e imprime a relacao de resultados;
      * com o lancamento, segura a trava de entrada ate o fim.
      * ----------------------------------------------------------------
       EMITE-RESULTADOS.

           MOVE ZEROS TO CNT-CORRIGIDAS
           MOVE ZEROS TO CNT-SEM-FOLHA
           MOVE ZEROS TO CNT-SEM-RESPOSTA
           MOVE ZEROS TO CNT-LANCADAS

           MOVE 'N' TO WRK-ALUNCAD-OK
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE 'S' TO WRK-ALUNCAD-OK
           END-IF

           IF WRK-LANCAR = 'S'
               PERFORM ADQUIRE-TRAVA-ENTRADA
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM IMPRIME-CABECALHO-RESULTADOS

           PERFORM CORRIGE-UMA-RESPOSTA
               UNTIL WS-QUIZRESP-STATUS NOT = "00"

           PERFORM IMPRIME-SEM-RESPOSTA
           PERFORM IMPRIME-TOTAIS-RESULTADOS
           CLOSE RELATORIO-FILE

           IF WRK-LANCAR = 'S'
               PERFORM LIBERA-TRAVA-ENTRADA
           END-IF
           IF WRK-ALUNCAD-OK = 'S'
               CLOSE ALUNO-CAD-FILE
           END-IF

           MOVE "RELQUIZ" TO WRK-SPOOL-RELATORIO
           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-OPERADOR
           END-CALL

           MOVE ZEROS TO WRK-MATRICULA
           MOVE SPACES TO WRK-DESCRICAO-LOG
           STRING "QUIZ CORRIGIDO AVAL " WRK-AVALIACAO " "
               CNT-CORRIGIDAS " LANC " CNT-LANCADAS
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
           PERFORM GRAVA-TRANSACAO

           DISPLAY "RESULTADOS EM RELQUIZ. CORRIGIDAS: " CNT-CORRIGIDAS
               "  LANCADAS: " CNT-LANCADAS
               "  SEM FOLHA: " CNT-SEM-FOLHA
               "  SEM RESPOSTA: " CNT-SEM-RESPOSTA.

      * ----------------------------------------------------------------
      * Cabecalho da relacao de resultados.
      * ----------------------------------------------------------------
       IMPRIME-CABECALHO-RESULTADOS.

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           MOVE "RESULTADO DOS EXERCICIOS DE FIXACAO" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "MATERIA: " WRK-MATERIA " PERIODO: " WRK-PERIODO
               " AVALIACAO: " WRK-AVALIACAO " DATA: " DATA-HOJE
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           IF WRK-LANCAR = 'S'
               MOVE "NOTAS LANCADAS NO AVALIACOES" TO RELATORIO-LINHA
           ELSE
               MOVE "NOTAS NAO LANCADAS (SO CORRECAO)" TO
                   RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "FOL MATRIC NOME" TO RELATORIO-LINHA (1:15)
           MOVE "PAR IMP PRI ACERTOS  NOTA LANCAMENTO" TO
               RELATORIO-LINHA (43:36)
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Le uma linha de respostas e a corrige contra a folha da
      * matricula.
      * ----------------------------------------------------------------
       CORRIGE-UMA-RESPOSTA.

           READ QUIZRESP-FILE
               AT END
                   MOVE "10" TO WS-QUIZRESP-STATUS
               NOT AT END
                   MOVE ZERO TO IND-ACHADA
                   PERFORM VARYING IND-FOLHA FROM 1 BY 1
                           UNTIL IND-FOLHA > QTD-FOLHAS
                       IF QT-MATRICULA (IND-FOLHA) = QR-MATRICULA
                           MOVE IND-FOLHA TO IND-ACHADA
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN QR-MATRICULA IS NOT NUMERIC
                         OR IND-ACHADA = 0
                           ADD 1 TO CNT-SEM-FOLHA
                           MOVE SPACES TO RELATORIO-LINHA
                           STRING "    " QR-MATRICULA
                               " RESPOSTA SEM FOLHA NO GABARITO - "
                               "IGNORADA"
                               DELIMITED BY SIZE INTO RELATORIO-LINHA
                           WRITE RELATORIO-LINHA
                       WHEN QT-CORRIGIDA (IND-ACHADA) = 'S'
                           ADD 1 TO CNT-SEM-FOLHA
                           MOVE SPACES TO RELATORIO-LINHA
                           STRING "    " QR-MATRICULA
                               " RESPOSTA REPETIDA - IGNORADA"
                               DELIMITED BY SIZE INTO RELATORIO-LINHA
                           WRITE RELATORIO-LINHA
                       WHEN OTHER
                           PERFORM CORRIGE-UMA-FOLHA
                   END-EVALUATE
           END-READ.

      * ----------------------------------------------------------------
      * Refaz as sequencias da folha IND-ACHADA, conta os acertos,
      * lanca a nota quando pedido e imprime a linha do aluno.
      * ----------------------------------------------------------------
       CORRIGE-UMA-FOLHA.

           MOVE 'S' TO QT-CORRIGIDA (IND-ACHADA)
           ADD 1 TO CNT-CORRIGIDAS
           MOVE QT-MATRICULA (IND-ACHADA) TO WRK-MATRICULA
           MOVE QT-INICIO-PARIMPAR (IND-ACHADA) TO WRK-INICIO-PARIMPAR
           MOVE QT-INICIO-PRIMO (IND-ACHADA) TO WRK-INICIO-PRIMO
           PERFORM CALCULA-SEQUENCIAS

           MOVE ZEROS TO CNT-ACERTOS
           PERFORM VARYING IND-RESP FROM 1 BY 1 UNTIL IND-RESP > 15
               IF QR-RESPOSTA (IND-RESP) IS NUMERIC
                   IF QR-RESPOSTA (IND-RESP) = RC-RESPOSTA (IND-RESP)
                       ADD 1 TO CNT-ACERTOS
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WRK-NOTA ROUNDED = CNT-ACERTOS * 10 / 15
           MOVE WRK-NOTA TO WRK-NOTA-EDIT

           PERFORM OBTEM-NOME

           MOVE SPACES TO WRK-SITUACAO-LANC
           IF WRK-LANCAR = 'S'
               PERFORM LANCA-NOTA-QUIZ
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           STRING QT-FOLHA (IND-ACHADA) " " WRK-MATRICULA " " WRK-NOME
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           MOVE ZEROS TO CONTADOR
           PERFORM VARYING IND-RESP FROM 1 BY 1 UNTIL IND-RESP > 5
               IF QR-RESPOSTA (IND-RESP) = RC-RESPOSTA (IND-RESP)
                   ADD 1 TO CONTADOR
               END-IF
           END-PERFORM
           MOVE CONTADOR (2:1) TO RELATORIO-LINHA (45:1)
           MOVE ZEROS TO CONTADOR
           PERFORM VARYING IND-RESP FROM 6 BY 1 UNTIL IND-RESP > 10
               IF QR-RESPOSTA (IND-RESP) = RC-RESPOSTA (IND-RESP)
                   ADD 1 TO CONTADOR
               END-IF
           END-PERFORM
           MOVE CONTADOR (2:1) TO RELATORIO-LINHA (49:1)
           MOVE ZEROS TO CONTADOR
           PERFORM VARYING IND-RESP FROM 11 BY 1 UNTIL IND-RESP > 15
               IF QR-RESPOSTA (IND-RESP) = RC-RESPOSTA (IND-RESP)
                   ADD 1 TO CONTADOR
               END-IF
           END-PERFORM
           MOVE CONTADOR (2:1) TO RELATORIO-LINHA (53:1)
           MOVE CNT-ACERTOS TO RELATORIO-LINHA (56:2)
           MOVE "/15" TO RELATORIO-LINHA (58:3)
           MOVE WRK-NOTA-EDIT TO RELATORIO-LINHA (62:5)
           MOVE WRK-SITUACAO-LANC TO RELATORIO-LINHA (68:12)
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Nome do aluno corrente no ALUNCAD (branco quando ausente).
      * ----------------------------------------------------------------
       OBTEM-NOME.

           MOVE SPACES TO WRK-NOME
           IF WRK-ALUNCAD-OK = 'S'
               MOVE WRK-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       MOVE SPACES TO WRK-NOME
                   NOT INVALID KEY
                       MOVE AC-NOME TO WRK-NOME
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * Lista as folhas do gabarito que ficaram sem resposta.
      * ----------------------------------------------------------------
       IMPRIME-SEM-RESPOSTA.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "FOLHAS SEM RESPOSTA:" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM VARYING IND-FOLHA FROM 1 BY 1
                   UNTIL IND-FOLHA > QTD-FOLHAS
               IF QT-CORRIGIDA (IND-FOLHA) NOT = 'S'
                   ADD 1 TO CNT-SEM-RESPOSTA
                   MOVE QT-MATRICULA (IND-FOLHA) TO WRK-MATRICULA
                   PERFORM OBTEM-NOME
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING QT-FOLHA (IND-FOLHA) " " WRK-MATRICULA " "
                       WRK-NOME
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM
           IF CNT-SEM-RESPOSTA = 0
               MOVE "  (NENHUMA)" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      * ----------------------------------------------------------------
      * Contagens da correcao.
      * ----------------------------------------------------------------
       IMPRIME-TOTAIS-RESULTADOS.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "FOLHAS NO GABARITO........: " QTD-FOLHAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "RESPOSTAS CORRIGIDAS......: " CNT-CORRIGIDAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "RESPOSTAS IGNORADAS.......: " CNT-SEM-FOLHA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "FOLHAS SEM RESPOSTA.......: " CNT-SEM-RESPOSTA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "NOTAS LANCADAS............: " CNT-LANCADAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Carrega do PESOSAVAL a lista de avaliacoes da materia; lista
      * cujos pesos nao somam 100 e descartada, como no PROG08.
      * ----------------------------------------------------------------
       CARREGA-LISTA-AVALIACOES.

           MOVE ZERO TO WRK-QTD-AVALIACOES
           MOVE ZEROS TO WRK-SOMA-PESOS-AVAL
           MOVE "00" TO WS-PESOSAVAL-STATUS

           OPEN INPUT PESOSAVAL-FILE
           IF WS-PESOSAVAL-STATUS = "00"
               PERFORM UNTIL WS-PESOSAVAL-STATUS = "10"
                       OR WRK-QTD-AVALIACOES >= 9
                   READ PESOSAVAL-FILE
                       AT END
                           MOVE "10" TO WS-PESOSAVAL-STATUS
                       NOT AT END
                           IF PA-MATERIA = WRK-MATERIA
                               ADD 1 TO WRK-QTD-AVALIACOES
                               MOVE PA-NUMERO TO
                                   LA-NUMERO (WRK-QTD-AVALIACOES)
                               MOVE PA-PESO TO
                                   LA-PESO (WRK-QTD-AVALIACOES)
                               MOVE ZEROS TO
                                   LA-NOTA (WRK-QTD-AVALIACOES)
                               ADD PA-PESO TO WRK-SOMA-PESOS-AVAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PESOSAVAL-FILE
           END-IF
           MOVE "00" TO WS-PESOSAVAL-STATUS

           IF WRK-QTD-AVALIACOES > 0 AND
              WRK-SOMA-PESOS-AVAL NOT = 100
               MOVE ZERO TO WRK-QTD-AVALIACOES
           END-IF.

      * ----------------------------------------------------------------
      * Lanca a nota do aluno corrente como a avaliacao do exercicio
      * e reapura a disciplina no NOTASDISC.
      * ----------------------------------------------------------------
       LANCA-NOTA-QUIZ.

           PERFORM GRAVA-AVALIACAO-QUIZ
           PERFORM CARREGA-NOTAS-AVALIACOES
           PERFORM REAPURA-DISCIPLINA
           IF WRK-SITUACAO-LANC = "LANCADA"
               ADD 1 TO CNT-LANCADAS
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING "QUIZ AVALIACAO " WRK-AVALIACAO " NOTA "
                   WRK-NOTA-EDIT
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM GRAVA-TRANSACAO
           END-IF.

      * ----------------------------------------------------------------
      * Grava (ou regrava) a nota do exercicio no AVALIACOES.
      * ----------------------------------------------------------------
       GRAVA-AVALIACAO-QUIZ.

           MOVE "00" TO WS-AVALIACOES-STATUS
           OPEN I-O AVALIACOES-FILE
           IF WS-AVALIACOES-STATUS NOT = "00"
               CLOSE AVALIACOES-FILE
               OPEN OUTPUT AVALIACOES-FILE
           END-IF

           MOVE SPACES        TO AVALIACOES-REC
           MOVE WRK-MATRICULA TO AV-MATRICULA
           MOVE WRK-MATERIA   TO AV-MATERIA
           MOVE WRK-PERIODO   TO AV-PERIODO
           MOVE WRK-AVALIACAO TO AV-NUMERO
           MOVE WRK-NOTA      TO AV-NOTA
           MOVE WRK-OPERADOR  TO AV-OPERADOR
           ACCEPT AV-DATA-MOVTO FROM DATE YYYYMMDD

           WRITE AVALIACOES-REC
               INVALID KEY
                   REWRITE AVALIACOES-REC
           END-WRITE

           CLOSE AVALIACOES-FILE
           MOVE "00" TO WS-AVALIACOES-STATUS.

      * ----------------------------------------------------------------
      * Traz do AVALIACOES a nota lancada de cada avaliacao da lista;
      * avaliacao ainda nao lancada conta zero.
      * ----------------------------------------------------------------
       CARREGA-NOTAS-AVALIACOES.

           MOVE "00" TO WS-AVALIACOES-STATUS
           OPEN INPUT AVALIACOES-FILE
           IF WS-AVALIACOES-STATUS = "00"
               PERFORM VARYING IND-AVAL FROM 1 BY 1
                       UNTIL IND-AVAL > WRK-QTD-AVALIACOES
                   MOVE WRK-MATRICULA TO AV-MATRICULA
                   MOVE WRK-MATERIA   TO AV-MATERIA
                   MOVE WRK-PERIODO   TO AV-PERIODO
                   MOVE LA-NUMERO (IND-AVAL) TO AV-NUMERO
                   READ AVALIACOES-FILE
                       INVALID KEY
                           MOVE ZEROS TO LA-NOTA (IND-AVAL)
                       NOT INVALID KEY
                           MOVE AV-NOTA TO LA-NOTA (IND-AVAL)
                   END-READ
               END-PERFORM
               CLOSE AVALIACOES-FILE
           END-IF
           MOVE "00" TO WS-AVALIACOES-STATUS.

      * ----------------------------------------------------------------
      * Reapura a disciplina do aluno: registro existente vai para o
      * NOTASHIST (imagem antes/depois) e e regravado; disciplina
      * ainda sem notas e incluida, como no PROG08.
      * ----------------------------------------------------------------
       REAPURA-DISCIPLINA.

           MOVE "00" TO WS-NOTASDISC-STATUS
           OPEN I-O NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS NOT = "00"
               CLOSE NOTASDISC-FILE
               OPEN OUTPUT NOTASDISC-FILE
               CLOSE NOTASDISC-FILE
               OPEN I-O NOTASDISC-FILE
           END-IF

           MOVE WRK-MATRICULA TO GR-MATRICULA OF NOTASDISC-REC
           MOVE WRK-MATERIA   TO GR-MATERIA OF NOTASDISC-REC
           MOVE WRK-PERIODO   TO GR-PERIODO OF NOTASDISC-REC
           READ NOTASDISC-FILE
               INVALID KEY
                   MOVE SPACES TO REG-NOVO
                   MOVE WRK-MATRICULA TO GR-MATRICULA OF REG-NOVO
                   MOVE WRK-MATERIA   TO GR-MATERIA OF REG-NOVO
                   MOVE WRK-PERIODO   TO GR-PERIODO OF REG-NOVO
                   MOVE WRK-NOME      TO GR-NOME OF REG-NOVO
                   MOVE ZEROS TO GR-P1 OF REG-NOVO GR-P2 OF REG-NOVO
                       GR-P3 OF REG-NOVO
                   PERFORM MONTA-REG-NOVO
                   MOVE REG-NOVO TO NOTASDISC-REC
                   WRITE NOTASDISC-REC
                       INVALID KEY
                           MOVE "ERRO GRAVACAO" TO WRK-SITUACAO-LANC
                       NOT INVALID KEY
                           MOVE "LANCADA" TO WRK-SITUACAO-LANC
                   END-WRITE
               NOT INVALID KEY
                   MOVE NOTASDISC-REC TO REG-NOVO
                   PERFORM MONTA-REG-NOVO
                   PERFORM GRAVA-NOTASHIST
                   MOVE REG-NOVO TO NOTASDISC-REC
                   REWRITE NOTASDISC-REC
                       INVALID KEY
                           MOVE "ERRO GRAVACAO" TO WRK-SITUACAO-LANC
                       NOT INVALID KEY
                           MOVE "LANCADA" TO WRK-SITUACAO-LANC
                   END-REWRITE
           END-READ

           CLOSE NOTASDISC-FILE
           MOVE "00" TO WS-NOTASDISC-STATUS.

      * ----------------------------------------------------------------
      * Aplica em REG-NOVO a media pela lista de pesos, as tres
      * primeiras avaliacoes em P1/P2/Atividade e a situacao pela
      * frequencia (PROG20V) e pelas faixas centrais.
      * ----------------------------------------------------------------
       MONTA-REG-NOVO.

           MOVE ZEROS TO WRK-MEDIA-AVAL
           PERFORM VARYING IND-AVAL FROM 1 BY 1
                   UNTIL IND-AVAL > WRK-QTD-AVALIACOES
               COMPUTE WRK-MEDIA-AVAL = WRK-MEDIA-AVAL +
                   LA-NOTA (IND-AVAL) * LA-PESO (IND-AVAL)
           END-PERFORM
           COMPUTE WRK-MEDIA-AVAL = WRK-MEDIA-AVAL / 100
           IF WRK-QTD-AVALIACOES >= 1
               MOVE LA-NOTA (1) TO GR-P1 OF REG-NOVO
           END-IF
           IF WRK-QTD-AVALIACOES >= 2
               MOVE LA-NOTA (2) TO GR-P2 OF REG-NOVO
           END-IF
           IF WRK-QTD-AVALIACOES >= 3
               MOVE LA-NOTA (3) TO GR-P3 OF REG-NOVO
           END-IF
           MOVE WRK-MEDIA-AVAL TO GR-MEDIA OF REG-NOVO

           CALL "PROG20V" USING WRK-MATRICULA WRK-MATERIA
               WRK-PERIODO WRK-FREQUENCIA-OK
           END-CALL

           IF WRK-FREQUENCIA-OK = 'N'
               MOVE "REPROVADO FALTA" TO GR-SITUACAO OF REG-NOVO
           ELSE
               IF GR-MEDIA OF REG-NOVO >= FXV-LIMITE-APROVA
                   MOVE FXV-ROTULO-APROVA TO GR-SITUACAO OF REG-NOVO
               ELSE
                   IF GR-MEDIA OF REG-NOVO >= FXV-LIMITE-REPROVA
                       MOVE FXV-ROTULO-RECUPERA TO
                           GR-SITUACAO OF REG-NOVO
                   ELSE
                       MOVE FXV-ROTULO-REPROVA TO
                           GR-SITUACAO OF REG-NOVO
                   END-IF
               END-IF
           END-IF

           MOVE WRK-OPERADOR TO GR-OPERADOR OF REG-NOVO
           ACCEPT GR-DATA-MOVTO OF REG-NOVO FROM DATE YYYYMMDD.

      * ----------------------------------------------------------------
      * Grava na trilha NOTASHIST a imagem anterior (registro recem
      * lido em NOTASDISC-REC) e a nova (REG-NOVO), com operador e
      * data/hora.
      * ----------------------------------------------------------------
       GRAVA-NOTASHIST.

           OPEN EXTEND NOTAS-HIST-FILE
           IF WS-NOTASHIST-STATUS NOT = "00"
               CLOSE NOTAS-HIST-FILE
               OPEN OUTPUT NOTAS-HIST-FILE
           END-IF

           MOVE SPACES        TO NOTAS-HIST-REC
           ACCEPT NH-DATA     FROM DATE YYYYMMDD
           ACCEPT NH-HORA     FROM TIME
           MOVE WRK-OPERADOR  TO NH-OPERADOR
           MOVE 'PROG109'     TO NH-PROGRAMA
           MOVE GR-MATRICULA OF REG-NOVO TO NH-MATRICULA
           MOVE GR-MATERIA OF REG-NOVO   TO NH-MATERIA
           MOVE GR-PERIODO OF REG-NOVO   TO NH-PERIODO
           MOVE GR-P1 OF NOTASDISC-REC   TO NH-ANT-P1
           MOVE GR-P2 OF NOTASDISC-REC   TO NH-ANT-P2
           MOVE GR-P3 OF NOTASDISC-REC   TO NH-ANT-P3
           MOVE GR-MEDIA OF NOTASDISC-REC TO NH-ANT-MEDIA
           MOVE GR-SITUACAO OF NOTASDISC-REC TO NH-ANT-SITUACAO
           MOVE GR-P1 OF REG-NOVO        TO NH-DEP-P1
           MOVE GR-P2 OF REG-NOVO        TO NH-DEP-P2
           MOVE GR-P3 OF REG-NOVO        TO NH-DEP-P3
           MOVE GR-MEDIA OF REG-NOVO     TO NH-DEP-MEDIA
           MOVE GR-SITUACAO OF REG-NOVO  TO NH-DEP-SITUACAO

           WRITE NOTAS-HIST-REC

           CLOSE NOTAS-HIST-FILE.

      * ----------------------------------------------------------------
      * Adquire a trava de entrada compartilhada (PROG31T) antes do
      * lancamento; quando em uso por outra sessao, mostra o dono e
      * aguarda o operador tentar novamente.
      * ----------------------------------------------------------------
       ADQUIRE-TRAVA-ENTRADA.

           MOVE 'N' TO WRK-TRAVA-OK
           PERFORM UNTIL WRK-TRAVA-OK = 'S'
               MOVE 'A' TO WRK-TRAVA-ACAO
               CALL "PROG31T" USING WRK-TRAVA-ACAO WRK-OPERADOR
                   WRK-TRAVA-OK WRK-TRAVA-DONO WRK-TRAVA-DESDE
               END-CALL
               IF WRK-TRAVA-OK NOT = 'S'
                   DISPLAY "ARQUIVOS EM USO POR " WRK-TRAVA-DONO
                       " DESDE " WRK-TRAVA-DESDE
                       ". TECLE ENTER PARA TENTAR NOVAMENTE."
                   ACCEPT WRK-TRAVA-ENTER
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Libera a trava de entrada ao final do lancamento.
      * ----------------------------------------------------------------
       LIBERA-TRAVA-ENTRADA.

           MOVE 'L' TO WRK-TRAVA-ACAO
           CALL "PROG31T" USING WRK-TRAVA-ACAO WRK-OPERADOR
               WRK-TRAVA-OK WRK-TRAVA-DONO WRK-TRAVA-DESDE
           END-CALL.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a geracao, a correcao ou um lancamento.
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
           MOVE 'PROG109'         TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE WRK-MATRICULA     TO TR-MATRICULA
           MOVE WRK-MATERIA       TO TR-MATERIA
           MOVE WRK-PERIODO       TO TR-PERIODO

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG109.
