      *          arquivo via PROG36V antes de aceitar nota.
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   15/10 - RLS - A inscricao recusa o aluno com pendencia ativa
      *                 no arquivo PENDENCIAS (PROG75, consultado pelo
      *                 PROG75V), dizendo o tipo e a origem; o
      *                 cancelamento e a listagem seguem livres.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG36); o
      *                 perfil padrao de qualquer letra mantem o acesso
      *                 de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      *   15/10 - RLS - Lista de espera por turma lotada (LISTAESP,
      *                 layout ESPEREC): com a turma cheia, o aluno pode
      *                 entrar na fila e recebe a posicao. Ao cancelar
      *                 uma inscricao, e pela opcao P depois de aumentar
      *                 as vagas no VAGASDISC, o primeiro da fila que
      *                 passa pela situacao cadastral, pendencias
      *                 (PROG75V) e pre-requisitos (PROG35V) e inscrito
      *                 automaticamente, com transacao no TRANSLOG; a
      *                 inscricao direta so ocupa vaga depois de a fila
      *                 ser atendida. Opcao E retira o aluno da fila.
      *   15/10 - RLS - A inscricao direta nao regrava nem oferece a
      *                 fila a quem a propria fila acabou de inscrever;
      *                 a promocao geral (opcao P) percorre as turmas
      *                 pela chave do LISTAESP, sem limite de turmas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG36.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT LISTA-ESPERA-FILE ASSIGN TO "LISTAESP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LE-CHAVE OF LISTA-ESPERA-REC
               FILE STATUS IS WS-LISTAESP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSCRICAO-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       FD  LISTA-ESPERA-FILE.
       01  LISTA-ESPERA-REC.
           COPY ESPEREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-VAGAS-STATUS      PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-PER-FECHADO      PIC X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-TEM-PADRAO       PIC X VALUE 'N'.
       77 CNT-INSCRITOS        PIC 9(03) VALUE ZEROS.
       77 WRK-DESCRICAO-LOG    PIC X(20) VALUE SPACES.
       77 WRK-TEM-PENDENCIA    PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO-PEND      PIC X(40) VALUE SPACES.
       77 WS-LISTAESP-STATUS   PIC X(02) VALUE "00".
       77 WRK-RESPOSTA         PIC X(01) VALUE SPACE.
       77 WRK-NA-LISTA         PIC X(01) VALUE 'N'.
       77 WRK-POSICAO          PIC 9(04) VALUE ZEROS.
       77 QTD-ESPERA           PIC 9(04) VALUE ZEROS.
       77 WRK-ULTIMA-SEQ-ESP   PIC 9(04) VALUE ZEROS.
       77 WRK-MATRICULA-SALVA  PIC 9(06) VALUE ZEROS.
       77 WRK-PROMOVE-CONTINUA PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-ELEGIVEL   PIC X(01) VALUE 'N'.
       77 WRK-ELEGIVEL         PIC X(01) VALUE 'N'.
       77 WRK-JA-INSCRITO      PIC X(01) VALUE 'N'.
       77 WRK-CANCELOU         PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO-INELEG    PIC X(45) VALUE SPACES.
       77 WRK-PREREQ-OK        PIC X(01) VALUE 'S'.
       77 WRK-REQUISITO-FALTA  PIC X(30) VALUE SPACES.
       77 CNT-PROMOVIDOS       PIC 9(04) VALUE ZEROS.
       77 QTD-SECOES           PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU-SECAO      PIC X(01) VALUE 'N'.
       77 WRK-FIM-LISTAS       PIC X(01) VALUE 'N'.

      * Ultima turma atendida na promocao geral da opcao P: a leitura
      * do LISTAESP retoma na chave seguinte a ela.
       01 WRK-CHAVE-RETOMA.
           05 RT-MATERIA          PIC X(30).
           05 RT-PERIODO          PIC X(06).
           05 RT-TURMA            PIC X(10).
           05 RT-SEQUENCIA        PIC 9(04).

      * Faixa de aprovacao vigente, carregada do arquivo FAIXAS pelo
      * subprograma PROG21V; o rotulo de aprovacao vai ao PROG35V na
      * conferencia de pre-requisitos da promocao.
       01 FAIXAS-VIGENTES.
           05 FXV-LIMITE-REPROVA  PIC 9(02)V99 VALUE 5.00.
           05 FXV-LIMITE-APROVA   PIC 9(02)V99 VALUE 7.00.
           05 FXV-LIMITE-HONRA    PIC 9(02)V99 VALUE 9.00.
           05 FXV-ROTULO-REPROVA  PIC X(15) VALUE "REPROVADO".
           05 FXV-ROTULO-RECUPERA PIC X(15) VALUE "EM RECUPERACAO".
           05 FXV-ROTULO-APROVA   PIC X(15) VALUE "APROVADO".

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "INSCRICAO EM DISCIPLINAS (INSCRICAO)".
           DISPLAY "===================================".
               GOBACK
           END-IF

           MOVE "PROG36" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG36. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           CALL "PROG21V" USING FXV-LIMITE-REPROVA
               FXV-LIMITE-APROVA FXV-LIMITE-HONRA
               FXV-ROTULO-REPROVA FXV-ROTULO-RECUPERA
               FXV-ROTULO-APROVA
           END-CALL

           MOVE 'S' TO WRK-PER-FECHADO
           PERFORM UNTIL WRK-PER-FECHADO = 'N'
               DISPLAY "PERIODO LETIVO (EX. 2026-1):"
           DISPLAY "  I - INSCREVER ALUNO EM DISCIPLINA"
           DISPLAY "  C - CANCELAR INSCRICAO"
           DISPLAY "  L - LISTAR INSCRITOS DE UMA DISCIPLINA"
           DISPLAY "  E - RETIRAR ALUNO DA LISTA DE ESPERA"
           DISPLAY "  P - PROMOVER LISTAS DE ESPERA (APOS AUMENTO DE "
               "VAGAS)"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

               WHEN 'L'
               WHEN 'l'
                   PERFORM LISTA-INSCRITOS
               WHEN 'E'
               WHEN 'e'
                   PERFORM RETIRA-DA-LISTA
               WHEN 'P'
               WHEN 'p'
                   PERFORM PROMOVE-TODAS-AS-LISTAS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
      * ----------------------------------------------------------------
      * Inscreve o aluno na materia do periodo da sessao, na turma
      * informada (a turma do cadastro e oferecida como padrao), apos
      * conferir as pendencias do aluno e a capacidade da secao.
      * ----------------------------------------------------------------
       INSCREVE-ALUNO.

           PERFORM OBTEM-MATRICULA

           CALL "PROG75V" USING WRK-MATRICULA WRK-TEM-PENDENCIA
               WRK-MOTIVO-PEND
           END-CALL
           IF WRK-TEM-PENDENCIA = 'S'
               DISPLAY "INSCRICAO RECUSADA: MATRICULA " WRK-MATRICULA
                   " COM PENDENCIA ATIVA (" WRK-MOTIVO-PEND ")."
           ELSE
               PERFORM INSCREVE-ALUNO-LIBERADO
           END-IF.

      * ----------------------------------------------------------------
      * Pede materia e turma do aluno sem pendencia e inscreve; a
      * fila de espera da turma e atendida antes (e pode ja ter
      * inscrito o proprio aluno), e com a turma lotada o aluno pode
      * entrar na fila.
      * ----------------------------------------------------------------
       INSCREVE-ALUNO-LIBERADO.

           DISPLAY "MATERIA:"
           ACCEPT WRK-MATERIA
           DISPLAY "TURMA (BRANCO = TURMA DO CADASTRO, "

           PERFORM CARREGA-VAGAS
           IF WRK-TEM-VAGAS = 'S'
               PERFORM PROMOVE-LISTA-SECAO
               PERFORM CONFERE-JA-INSCRITO
               IF WRK-JA-INSCRITO = 'S'
                   DISPLAY "ALUNO JA INSCRITO EM " WRK-MATERIA
                       " NO PERIODO " WRK-PERIODO "."
               ELSE
                   PERFORM CONTA-INSCRITOS-SECAO
                   IF CNT-INSCRITOS >= WRK-VAGAS
                       DISPLAY "TURMA " WRK-TURMA " DE " WRK-MATERIA
                           " LOTADA (" CNT-INSCRITOS " DE "
                           WRK-VAGAS " VAGAS)."
                       PERFORM OFERECE-LISTA-ESPERA
                   ELSE
                       PERFORM GRAVA-INSCRICAO
                   END-IF
               END-IF
           ELSE
               PERFORM GRAVA-INSCRICAO
      * ----------------------------------------------------------------
       GRAVA-INSCRICAO.

           PERFORM GRAVA-REGISTRO-INSCRICAO

           MOVE "INSCRICAO" TO WRK-DESCRICAO-LOG
           PERFORM GRAVA-TRANSACAO

           DISPLAY "INSCRICAO GRAVADA.".

      * ----------------------------------------------------------------
      * Grava o registro de inscricao de WRK-MATRICULA na materia,
      * periodo e turma correntes.
      * ----------------------------------------------------------------
       GRAVA-REGISTRO-INSCRICAO.

           OPEN I-O INSCRICAO-FILE
           IF WS-INSCRICAO-STATUS NOT = "00"
               CLOSE INSCRICAO-FILE
           END-WRITE

           CLOSE INSCRICAO-FILE
           MOVE "00" TO WS-INSCRICAO-STATUS.

      * ----------------------------------------------------------------
      * Cancela (DELETE) a inscricao da chave informada, com a
      * transacao correspondente no TRANSLOG, e passa a vaga aberta
      * ao primeiro elegivel da fila de espera da turma.
      * ----------------------------------------------------------------
       CANCELA-INSCRICAO.

           PERFORM OBTEM-MATRICULA
           DISPLAY "MATERIA DA INSCRICAO A CANCELAR:"
           ACCEPT WRK-MATERIA
           MOVE 'N' TO WRK-CANCELOU

           OPEN I-O INSCRICAO-FILE
           IF WS-INSCRICAO-STATUS NOT = "00"
               MOVE WRK-MATRICULA TO IN-MATRICULA
               MOVE WRK-MATERIA   TO IN-MATERIA
               MOVE WRK-PERIODO   TO IN-PERIODO
               READ INSCRICAO-FILE
                   INVALID KEY
                       DISPLAY "INSCRICAO NAO ENCONTRADA PARA A "
                           "CHAVE INFORMADA."
                   NOT INVALID KEY
                       MOVE IN-TURMA TO WRK-TURMA
                       DELETE INSCRICAO-FILE
                           INVALID KEY
                               DISPLAY "ERRO AO CANCELAR A INSCRICAO."
                           NOT INVALID KEY
                               MOVE 'S' TO WRK-CANCELOU
                               MOVE "CANCELAMENTO" TO
                                   WRK-DESCRICAO-LOG
                               PERFORM GRAVA-TRANSACAO
                               DISPLAY "INSCRICAO CANCELADA."
                       END-DELETE
               END-READ
               CLOSE INSCRICAO-FILE
           END-IF
           MOVE "00" TO WS-INSCRICAO-STATUS

           IF WRK-CANCELOU = 'S'
               PERFORM PROMOVE-LISTA-SECAO
           END-IF.

      * ----------------------------------------------------------------
      * Turma lotada: mostra a posicao do aluno que ja esta na fila ou
      * oferece a inclusao na lista de espera.
      * ----------------------------------------------------------------
       OFERECE-LISTA-ESPERA.

           PERFORM LOCALIZA-NA-LISTA
           IF WRK-NA-LISTA = 'S'
               DISPLAY "ALUNO JA ESTA NA LISTA DE ESPERA DA TURMA, "
                   "POSICAO " WRK-POSICAO " DE " QTD-ESPERA "."
           ELSE
               DISPLAY "INCLUIR O ALUNO NA LISTA DE ESPERA DA TURMA ("
                   QTD-ESPERA " NA FILA)? (S/N)"
               ACCEPT WRK-RESPOSTA
               IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
                   PERFORM GRAVA-ESPERA
               ELSE
                   DISPLAY "INSCRICAO RECUSADA."
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Percorre a fila da turma corrente: conta os pedidos em espera
      * (QTD-ESPERA), apura a ultima sequencia usada e a posicao de
      * WRK-MATRICULA quando ela esta na fila (WRK-NA-LISTA).
      * ----------------------------------------------------------------
       LOCALIZA-NA-LISTA.

           MOVE 'N' TO WRK-NA-LISTA
           MOVE ZEROS TO WRK-POSICAO
           MOVE ZEROS TO QTD-ESPERA
           MOVE ZEROS TO WRK-ULTIMA-SEQ-ESP
           MOVE "00" TO WS-LISTAESP-STATUS

           OPEN INPUT LISTA-ESPERA-FILE
           IF WS-LISTAESP-STATUS = "00"
               PERFORM POSICIONA-LISTA-SECAO
               PERFORM UNTIL WS-LISTAESP-STATUS = "10"
                   READ LISTA-ESPERA-FILE NEXT
                       AT END
                           MOVE "10" TO WS-LISTAESP-STATUS
                       NOT AT END
                           IF LE-MATERIA = WRK-MATERIA AND
                              LE-PERIODO = WRK-PERIODO AND
                              LE-TURMA = WRK-TURMA
                               MOVE LE-SEQUENCIA TO WRK-ULTIMA-SEQ-ESP
                               IF LE-SITUACAO = 'E'
                                   ADD 1 TO QTD-ESPERA
                                   IF LE-MATRICULA = WRK-MATRICULA
                                       MOVE 'S' TO WRK-NA-LISTA
                                       MOVE QTD-ESPERA TO WRK-POSICAO
                                   END-IF
                               END-IF
                           ELSE
                               MOVE "10" TO WS-LISTAESP-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-ESPERA-FILE
           END-IF
           MOVE "00" TO WS-LISTAESP-STATUS.

      * ----------------------------------------------------------------
      * Posiciona a LISTAESP (ja aberta) no primeiro pedido da turma
      * corrente.
      * ----------------------------------------------------------------
       POSICIONA-LISTA-SECAO.

           MOVE WRK-MATERIA TO LE-MATERIA
           MOVE WRK-PERIODO TO LE-PERIODO
           MOVE WRK-TURMA   TO LE-TURMA
           MOVE ZEROS       TO LE-SEQUENCIA
           START LISTA-ESPERA-FILE KEY NOT LESS THAN LE-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-LISTAESP-STATUS
           END-START.

      * ----------------------------------------------------------------
      * Inclui WRK-MATRICULA no fim da fila da turma, criando o
      * arquivo na primeira execucao, com a transacao no TRANSLOG.
      * ----------------------------------------------------------------
       GRAVA-ESPERA.

           MOVE "00" TO WS-LISTAESP-STATUS
           OPEN I-O LISTA-ESPERA-FILE
           IF WS-LISTAESP-STATUS NOT = "00"
               CLOSE LISTA-ESPERA-FILE
               OPEN OUTPUT LISTA-ESPERA-FILE
           END-IF

           MOVE SPACES        TO LISTA-ESPERA-REC
           MOVE WRK-MATERIA   TO LE-MATERIA
           MOVE WRK-PERIODO   TO LE-PERIODO
           MOVE WRK-TURMA     TO LE-TURMA
           ADD 1 TO WRK-ULTIMA-SEQ-ESP GIVING LE-SEQUENCIA
           MOVE WRK-MATRICULA TO LE-MATRICULA
           ACCEPT LE-DATA-INCLUSAO FROM DATE YYYYMMDD
           MOVE WRK-OPERADOR  TO LE-OPER-INCLUSAO
           MOVE 'E'           TO LE-SITUACAO

           WRITE LISTA-ESPERA-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A LISTA DE ESPERA (CHAVE "
                       "JA EXISTE)."
               NOT INVALID KEY
                   ADD 1 TO QTD-ESPERA GIVING WRK-POSICAO
                   MOVE "LISTA DE ESPERA" TO WRK-DESCRICAO-LOG
                   PERFORM GRAVA-TRANSACAO
                   DISPLAY "ALUNO INCLUIDO NA LISTA DE ESPERA DA TURMA "
                       WRK-TURMA " NA POSICAO " WRK-POSICAO "."
           END-WRITE

           CLOSE LISTA-ESPERA-FILE
           MOVE "00" TO WS-LISTAESP-STATUS.

      * ----------------------------------------------------------------
      * Retira o aluno da fila de uma turma (desistencia): o pedido
      * fica cancelado (C) com data e operador.
      * ----------------------------------------------------------------
       RETIRA-DA-LISTA.

           PERFORM OBTEM-MATRICULA
           DISPLAY "MATERIA DA LISTA DE ESPERA:"
           ACCEPT WRK-MATERIA
           DISPLAY "TURMA (BRANCO = TURMA DO CADASTRO, "
               WRK-TURMA-CAD "):"
           ACCEPT WRK-TURMA
           IF WRK-TURMA = SPACES
               MOVE WRK-TURMA-CAD TO WRK-TURMA
           END-IF

           MOVE 'N' TO WRK-NA-LISTA
           MOVE "00" TO WS-LISTAESP-STATUS
           OPEN I-O LISTA-ESPERA-FILE
           IF WS-LISTAESP-STATUS NOT = "00"
               DISPLAY "ARQUIVO LISTAESP AINDA NAO EXISTE."
           ELSE
               PERFORM POSICIONA-LISTA-SECAO
               PERFORM UNTIL WS-LISTAESP-STATUS = "10"
                       OR WRK-NA-LISTA = 'S'
                   READ LISTA-ESPERA-FILE NEXT
                       AT END
                           MOVE "10" TO WS-LISTAESP-STATUS
                       NOT AT END
                           IF LE-MATERIA = WRK-MATERIA AND
                              LE-PERIODO = WRK-PERIODO AND
                              LE-TURMA = WRK-TURMA
                               IF LE-SITUACAO = 'E' AND
                                  LE-MATRICULA = WRK-MATRICULA
                                   MOVE 'S' TO WRK-NA-LISTA
                                   MOVE 'C' TO LE-SITUACAO
                                   ACCEPT LE-DATA-SITUACAO FROM DATE
                                       YYYYMMDD
                                   MOVE WRK-OPERADOR TO
                                       LE-OPER-SITUACAO
                                   REWRITE LISTA-ESPERA-REC
                               END-IF
                           ELSE
                               MOVE "10" TO WS-LISTAESP-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-ESPERA-FILE
           END-IF
           MOVE "00" TO WS-LISTAESP-STATUS

           IF WRK-NA-LISTA = 'S'
               MOVE "SAIDA LISTA ESPERA" TO WRK-DESCRICAO-LOG
               PERFORM GRAVA-TRANSACAO
               DISPLAY "ALUNO RETIRADO DA LISTA DE ESPERA."
           ELSE
               DISPLAY "ALUNO NAO ESTA NA LISTA DE ESPERA DA TURMA "
                   WRK-TURMA " DE " WRK-MATERIA "."
           END-IF.

      * ----------------------------------------------------------------
      * Promocao geral do periodo (depois de aumentar as vagas no
      * VAGASDISC): atende, uma a uma, as turmas com pedido em espera,
      * na ordem da chave do LISTAESP.
      * ----------------------------------------------------------------
       PROMOVE-TODAS-AS-LISTAS.

           MOVE ZEROS TO QTD-SECOES
           MOVE ZEROS TO CNT-PROMOVIDOS
           MOVE LOW-VALUES TO WRK-CHAVE-RETOMA
           MOVE 'N' TO WRK-FIM-LISTAS

           PERFORM PROXIMA-SECAO-ESPERA
           PERFORM UNTIL WRK-FIM-LISTAS = 'S'
               ADD 1 TO QTD-SECOES
               PERFORM PROMOVE-LISTA-SECAO
               PERFORM PROXIMA-SECAO-ESPERA
           END-PERFORM

           DISPLAY "TURMAS COM FILA: " QTD-SECOES
               "  ALUNOS INSCRITOS DA FILA: " CNT-PROMOVIDOS.

      * ----------------------------------------------------------------
      * Procura, depois da turma de WRK-CHAVE-RETOMA, a proxima turma
      * do periodo com pedido em espera e a deixa em WRK-MATERIA e
      * WRK-TURMA; sem mais turmas, liga WRK-FIM-LISTAS. O arquivo e
      * fechado antes da promocao, que o reabre em I-O.
      * ----------------------------------------------------------------
       PROXIMA-SECAO-ESPERA.

           MOVE 'N' TO WRK-ACHOU-SECAO
           MOVE "00" TO WS-LISTAESP-STATUS

           OPEN INPUT LISTA-ESPERA-FILE
           IF WS-LISTAESP-STATUS NOT = "00"
               IF QTD-SECOES = 0
                   DISPLAY "ARQUIVO LISTAESP AINDA NAO EXISTE."
               END-IF
           ELSE
               MOVE WRK-CHAVE-RETOMA TO LE-CHAVE
               START LISTA-ESPERA-FILE KEY GREATER THAN LE-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-LISTAESP-STATUS
               END-START
               PERFORM UNTIL WS-LISTAESP-STATUS = "10"
                       OR WRK-ACHOU-SECAO = 'S'
                   READ LISTA-ESPERA-FILE NEXT
                       AT END
                           MOVE "10" TO WS-LISTAESP-STATUS
                       NOT AT END
                           IF LE-PERIODO = WRK-PERIODO AND
                              LE-SITUACAO = 'E'
                               MOVE 'S' TO WRK-ACHOU-SECAO
                               MOVE LE-MATERIA TO WRK-MATERIA
                               MOVE LE-TURMA   TO WRK-TURMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-ESPERA-FILE
           END-IF
           MOVE "00" TO WS-LISTAESP-STATUS

           IF WRK-ACHOU-SECAO = 'S'
               MOVE WRK-MATERIA TO RT-MATERIA
               MOVE WRK-PERIODO TO RT-PERIODO
               MOVE WRK-TURMA   TO RT-TURMA
               MOVE 9999        TO RT-SEQUENCIA
           ELSE
               MOVE 'S' TO WRK-FIM-LISTAS
           END-IF.

      * ----------------------------------------------------------------
      * Atende a fila da turma corrente (WRK-MATERIA, WRK-TURMA):
      * enquanto houver vaga, inscreve o primeiro pedido elegivel.
      * ----------------------------------------------------------------
       PROMOVE-LISTA-SECAO.

           MOVE WRK-MATRICULA TO WRK-MATRICULA-SALVA
           PERFORM CARREGA-VAGAS
           MOVE 'S' TO WRK-PROMOVE-CONTINUA
           PERFORM PROMOVE-UM-DA-LISTA
               UNTIL WRK-PROMOVE-CONTINUA = 'N'
           MOVE WRK-MATRICULA-SALVA TO WRK-MATRICULA.

      * ----------------------------------------------------------------
      * Havendo vaga na turma, procura e inscreve o primeiro elegivel
      * da fila; sem vaga ou sem elegivel, encerra a promocao.
      * ----------------------------------------------------------------
       PROMOVE-UM-DA-LISTA.

           MOVE 'N' TO WRK-PROMOVE-CONTINUA
           PERFORM CONTA-INSCRITOS-SECAO
           IF WRK-TEM-VAGAS NOT = 'S' OR CNT-INSCRITOS < WRK-VAGAS
               PERFORM BUSCA-PRIMEIRO-ELEGIVEL
               IF WRK-ACHOU-ELEGIVEL = 'S'
                   MOVE 'S' TO WRK-PROMOVE-CONTINUA
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Le a fila da turma na ordem de chegada ate achar o primeiro
      * pedido em espera elegivel, que e inscrito e marcado P; o
      * pedido de quem ja se inscreveu na materia e cancelado e o
      * inelegivel continua na fila.
      * ----------------------------------------------------------------
       BUSCA-PRIMEIRO-ELEGIVEL.

           MOVE 'N' TO WRK-ACHOU-ELEGIVEL
           MOVE "00" TO WS-LISTAESP-STATUS

           OPEN I-O LISTA-ESPERA-FILE
           IF WS-LISTAESP-STATUS = "00"
               PERFORM POSICIONA-LISTA-SECAO
               PERFORM UNTIL WS-LISTAESP-STATUS = "10"
                       OR WRK-ACHOU-ELEGIVEL = 'S'
                   READ LISTA-ESPERA-FILE NEXT
                       AT END
                           MOVE "10" TO WS-LISTAESP-STATUS
                       NOT AT END
                           IF LE-MATERIA = WRK-MATERIA AND
                              LE-PERIODO = WRK-PERIODO AND
                              LE-TURMA = WRK-TURMA
                               IF LE-SITUACAO = 'E'
                                   PERFORM AVALIA-PEDIDO-ESPERA
                               END-IF
                           ELSE
                               MOVE "10" TO WS-LISTAESP-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-ESPERA-FILE
           END-IF
           MOVE "00" TO WS-LISTAESP-STATUS.

      * ----------------------------------------------------------------
      * Avalia o pedido em espera lido (LISTAESP aberta em I-O).
      * ----------------------------------------------------------------
       AVALIA-PEDIDO-ESPERA.

           MOVE LE-MATRICULA TO WRK-MATRICULA
           PERFORM CONFERE-JA-INSCRITO

           IF WRK-JA-INSCRITO = 'S'
               MOVE 'C' TO LE-SITUACAO
               ACCEPT LE-DATA-SITUACAO FROM DATE YYYYMMDD
               MOVE WRK-OPERADOR TO LE-OPER-SITUACAO
               REWRITE LISTA-ESPERA-REC
               DISPLAY "LISTA DE ESPERA: MATRICULA " WRK-MATRICULA
                   " JA INSCRITA NA MATERIA - PEDIDO CANCELADO."
           ELSE
               PERFORM CONFERE-ELEGIBILIDADE
               IF WRK-ELEGIVEL = 'S'
                   MOVE 'S' TO WRK-ACHOU-ELEGIVEL
                   PERFORM GRAVA-REGISTRO-INSCRICAO
                   MOVE 'P' TO LE-SITUACAO
                   ACCEPT LE-DATA-SITUACAO FROM DATE YYYYMMDD
                   MOVE WRK-OPERADOR TO LE-OPER-SITUACAO
                   REWRITE LISTA-ESPERA-REC
                   ADD 1 TO CNT-PROMOVIDOS
                   MOVE "PROMOCAO DA ESPERA" TO WRK-DESCRICAO-LOG
                   PERFORM GRAVA-TRANSACAO
                   DISPLAY "LISTA DE ESPERA: MATRICULA " WRK-MATRICULA
                       " INSCRITA AUTOMATICAMENTE NA TURMA " WRK-TURMA
                       " DE " WRK-MATERIA "."
               ELSE
                   DISPLAY "LISTA DE ESPERA: MATRICULA " WRK-MATRICULA
                       " NAO ELEGIVEL (" WRK-MOTIVO-INELEG
                       ") - MANTIDA NA FILA."
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Confere se WRK-MATRICULA ja tem inscricao na materia e
      * periodo correntes (em qualquer turma).
      * ----------------------------------------------------------------
       CONFERE-JA-INSCRITO.

           MOVE 'N' TO WRK-JA-INSCRITO
           MOVE "00" TO WS-INSCRICAO-STATUS
           OPEN INPUT INSCRICAO-FILE
           IF WS-INSCRICAO-STATUS = "00"
               MOVE WRK-MATRICULA TO IN-MATRICULA
               MOVE WRK-MATERIA   TO IN-MATERIA
               MOVE WRK-PERIODO   TO IN-PERIODO
               READ INSCRICAO-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-JA-INSCRITO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-JA-INSCRITO
               END-READ
               CLOSE INSCRICAO-FILE
           END-IF
           MOVE "00" TO WS-INSCRICAO-STATUS.

      * ----------------------------------------------------------------
      * Elegibilidade do pedido para a promocao: aluno ativo no
      * ALUNCAD, sem pendencia ativa (PROG75V) e com os
      * pre-requisitos da materia cumpridos (PROG35V).
      * ----------------------------------------------------------------
       CONFERE-ELEGIBILIDADE.

           MOVE 'N' TO WRK-ELEGIVEL
           MOVE SPACES TO WRK-MOTIVO-INELEG
           PERFORM BUSCA-ALUNCAD

           IF WRK-ACHOU-CAD NOT = 'S' OR WRK-SIT-CAD NOT = 'A'
               MOVE "SITUACAO CADASTRAL NAO ATIVA" TO WRK-MOTIVO-INELEG
           ELSE
               CALL "PROG75V" USING WRK-MATRICULA WRK-TEM-PENDENCIA
                   WRK-MOTIVO-PEND
               END-CALL
               IF WRK-TEM-PENDENCIA = 'S'
                   MOVE "PENDENCIA ATIVA" TO WRK-MOTIVO-INELEG
               ELSE
                   CALL "PROG35V" USING WRK-MATRICULA WRK-MATERIA
                       FXV-ROTULO-APROVA WRK-PREREQ-OK
                       WRK-REQUISITO-FALTA
                   END-CALL
                   IF WRK-PREREQ-OK NOT = 'S'
                       STRING "PRE-REQUISITO " WRK-REQUISITO-FALTA
                           DELIMITED BY SIZE INTO WRK-MOTIVO-INELEG
                   ELSE
                       MOVE 'S' TO WRK-ELEGIVEL
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Lista os inscritos de uma materia no periodo da sessao.
      * ----------------------------------------------------------------
