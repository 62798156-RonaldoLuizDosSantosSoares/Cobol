      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Manutencao da grade horaria semanal (arquivo indexado
      *          GRADEHOR, layout HORAREC): quando cada materia e turma
      *          do periodo se encontra - dia da semana, hora de inicio
      *          e de fim - e em qual sala (nome do comodo no COMODOS,
      *          o mesmo do PROG02 e da proposta RELALOCA do PROG53).
      *          Ao incluir um horario recusa o choque: sala ja ocupada
      *          no mesmo dia e faixa, docente da atribuicao ATRIBDOC
      *          (PROG38) ja lecionando outra turma na mesma faixa, ou
      *          a propria turma ja com aula na faixa. Exclui horario
      *          e lista os horarios de uma turma. Inclusao e exclusao
      *          geram transacao no TRANSLOG. Exige sign-on (PROG15V)
      *          com perfil de correcao (C) ou fechamento (F).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG76) no
      *                 lugar do teste da letra de perfil C/F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      *   15/10 - RLS - Sala com ordem de servico interditada e nao
      *                 fechada (ORDSERV, PROG107V) e recusada na
      *                 inclusao do horario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG76.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADEHOR-FILE ASSIGN TO "GRADEHOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CHAVE OF GRADEHOR-REC
               FILE STATUS IS WS-GRADEHOR-STATUS.

           SELECT COMODOS-FILE ASSIGN TO "COMODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMODOS-STATUS.

           SELECT ATRIBDOC-FILE ASSIGN TO "ATRIBDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATRIBDOC-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADEHOR-FILE.
       01  GRADEHOR-REC.
           COPY HORAREC.

      * Mesmo layout lido pelo PROG02 no lote de comodos.
       FD  COMODOS-FILE.
       01  COMODO-REC.
           05 COMODO-NOME         PIC X(15).
           05 COMODO-LARGURA      PIC 9(03).
           05 COMODO-ALTURA       PIC 9(03).

       FD  ATRIBDOC-FILE.
       01  ATRIBDOC-REC.
           COPY ATRIBDREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-GRADEHOR-STATUS   PIC X(02) VALUE "00".
       77 WS-COMODOS-STATUS    PIC X(02) VALUE "00".
       77 WS-ATRIBDOC-STATUS   PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-CONTINUA         PIC X VALUE 'S'.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-MATERIA          PIC X(30) VALUE SPACES.
       77 WRK-TURMA            PIC X(10) VALUE SPACES.
       77 WRK-DIA              PIC 9(01) VALUE ZEROS.
       77 WRK-INICIO           PIC 9(04) VALUE ZEROS.
       77 WRK-FIM              PIC 9(04) VALUE ZEROS.
       77 WRK-SALA             PIC X(15) VALUE SPACES.
       77 WRK-DADOS-OK         PIC X VALUE 'N'.
       77 WRK-SALA-EXISTE      PIC X VALUE 'N'.
       77 WRK-INTERDITADA      PIC X(01) VALUE 'N'.
       77 WRK-DOCENTE          PIC X(10) VALUE SPACES.
       77 WRK-DOCENTE-OUTRO    PIC X(10) VALUE SPACES.
       77 WRK-BUSCA-MATERIA    PIC X(30) VALUE SPACES.
       77 WRK-BUSCA-TURMA      PIC X(10) VALUE SPACES.
       77 WRK-BUSCA-DOCENTE    PIC X(10) VALUE SPACES.
       77 WRK-CHOQUE           PIC X VALUE 'N'.
       77 WRK-DIA-NOME         PIC X(07) VALUE SPACES.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 CNT-LINHAS           PIC 9(03) VALUE ZEROS.

      * Hora HHMM decomposta para a validacao.
       01  WRK-HORA-VALIDA.
           05 WHV-HH              PIC 9(02).
           05 WHV-MM              PIC 9(02).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "GRADE HORARIA SEMANAL (GRADEHOR)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG76" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG76. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           DISPLAY "PERIODO LETIVO (EX. 2026-1):"
           ACCEPT WRK-PERIODO

           PERFORM PROCESSA-UMA-OPCAO
               UNTIL WRK-CONTINUA NOT = 'S' AND WRK-CONTINUA NOT = 's'

           GOBACK.

      * ----------------------------------------------------------------
      * Mostra o menu e executa a opcao escolhida.
      * ----------------------------------------------------------------
       PROCESSA-UMA-OPCAO.

           DISPLAY "-----------------------------------"
           DISPLAY "  I - INCLUIR HORARIO"
           DISPLAY "  E - EXCLUIR HORARIO"
           DISPLAY "  L - LISTAR HORARIOS DE UMA TURMA"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM INCLUI-HORARIO
               WHEN 'E'
               WHEN 'e'
                   PERFORM EXCLUI-HORARIO
               WHEN 'L'
               WHEN 'l'
                   PERFORM LISTA-HORARIOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE

           DISPLAY "DESEJA CONTINUAR A MANUTENCAO? (S/N)"
           ACCEPT WRK-CONTINUA.

      * ----------------------------------------------------------------
      * Pede materia, turma, dia e faixa horaria do encontro.
      * ----------------------------------------------------------------
       OBTEM-ENCONTRO.

           MOVE 'S' TO WRK-DADOS-OK

           DISPLAY "MATERIA:"
           ACCEPT WRK-MATERIA
           DISPLAY "TURMA:"
           ACCEPT WRK-TURMA
           DISPLAY "DIA DA SEMANA (2=SEG 3=TER 4=QUA 5=QUI 6=SEX "
               "7=SAB):"
           ACCEPT WRK-DIA
           DISPLAY "HORA DE INICIO (HHMM):"
           ACCEPT WRK-INICIO

           IF WRK-MATERIA = SPACES OR WRK-TURMA = SPACES
               DISPLAY "MATERIA E TURMA SAO OBRIGATORIAS."
               MOVE 'N' TO WRK-DADOS-OK
           END-IF

           IF WRK-DIA < 2 OR WRK-DIA > 7
               DISPLAY "DIA DA SEMANA INVALIDO."
               MOVE 'N' TO WRK-DADOS-OK
           END-IF

           MOVE WRK-INICIO TO WRK-HORA-VALIDA
           IF WHV-HH > 23 OR WHV-MM > 59
               DISPLAY "HORA DE INICIO INVALIDA."
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

      * ----------------------------------------------------------------
      * Inclui um horario, depois de validar a sala e a faixa e de
      * conferir os choques de sala, docente e turma.
      * ----------------------------------------------------------------
       INCLUI-HORARIO.

           PERFORM OBTEM-ENCONTRO
           DISPLAY "HORA DE FIM (HHMM):"
           ACCEPT WRK-FIM
           DISPLAY "SALA (NOME DO COMODO):"
           ACCEPT WRK-SALA

           MOVE WRK-FIM TO WRK-HORA-VALIDA
           IF WHV-HH > 23 OR WHV-MM > 59 OR WRK-FIM NOT > WRK-INICIO
               DISPLAY "HORA DE FIM INVALIDA OU NAO POSTERIOR AO "
                   "INICIO."
               MOVE 'N' TO WRK-DADOS-OK
           END-IF

           IF WRK-DADOS-OK = 'S'
               PERFORM VERIFICA-SALA
               IF WRK-SALA-EXISTE NOT = 'S'
                   DISPLAY "SALA " WRK-SALA " NAO CONSTA DO COMODOS."
                   MOVE 'N' TO WRK-DADOS-OK
               ELSE
                   CALL "PROG107V" USING WRK-SALA WRK-INTERDITADA
                   END-CALL
                   IF WRK-INTERDITADA = 'S'
                       DISPLAY "SALA " WRK-SALA " INTERDITADA POR "
                           "ORDEM DE SERVICO (PROG107)."
                       MOVE 'N' TO WRK-DADOS-OK
                   END-IF
               END-IF
           END-IF

           IF WRK-DADOS-OK = 'S'
               MOVE WRK-MATERIA TO WRK-BUSCA-MATERIA
               MOVE WRK-TURMA   TO WRK-BUSCA-TURMA
               PERFORM BUSCA-DOCENTE
               MOVE WRK-BUSCA-DOCENTE TO WRK-DOCENTE
               IF WRK-DOCENTE = SPACES
                   DISPLAY "AVISO: TURMA SEM DOCENTE ATRIBUIDO NO "
                       "ATRIBDOC (PROG38); CHOQUE DE DOCENTE NAO "
                       "CONFERIDO."
               END-IF
               PERFORM VERIFICA-CHOQUES
               IF WRK-CHOQUE = 'S'
                   DISPLAY "HORARIO RECUSADO."
               ELSE
                   PERFORM GRAVA-HORARIO
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Confere se a sala informada existe no COMODOS.
      * ----------------------------------------------------------------
       VERIFICA-SALA.

           MOVE 'N' TO WRK-SALA-EXISTE
           MOVE "00" TO WS-COMODOS-STATUS

           OPEN INPUT COMODOS-FILE
           IF WS-COMODOS-STATUS = "00"
               PERFORM UNTIL WS-COMODOS-STATUS = "10"
                       OR WRK-SALA-EXISTE = 'S'
                   READ COMODOS-FILE
                       AT END
                           MOVE "10" TO WS-COMODOS-STATUS
                       NOT AT END
                           IF COMODO-NOME = WRK-SALA
                               MOVE 'S' TO WRK-SALA-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMODOS-FILE
           END-IF
           MOVE "00" TO WS-COMODOS-STATUS.

      * ----------------------------------------------------------------
      * Devolve em WRK-BUSCA-DOCENTE o docente atribuido no ATRIBDOC
      * a WRK-BUSCA-MATERIA e WRK-BUSCA-TURMA no periodo da sessao
      * (espacos quando nao ha atribuicao).
      * ----------------------------------------------------------------
       BUSCA-DOCENTE.

           MOVE SPACES TO WRK-BUSCA-DOCENTE
           MOVE "00" TO WS-ATRIBDOC-STATUS

           OPEN INPUT ATRIBDOC-FILE
           IF WS-ATRIBDOC-STATUS = "00"
               PERFORM UNTIL WS-ATRIBDOC-STATUS = "10"
                       OR WRK-BUSCA-DOCENTE NOT = SPACES
                   READ ATRIBDOC-FILE
                       AT END
                           MOVE "10" TO WS-ATRIBDOC-STATUS
                       NOT AT END
                           IF AT-MATERIA = WRK-BUSCA-MATERIA AND
                              AT-PERIODO = WRK-PERIODO AND
                              AT-TURMA = WRK-BUSCA-TURMA
                               MOVE AT-DOCENTE TO WRK-BUSCA-DOCENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATRIBDOC-FILE
           END-IF
           MOVE "00" TO WS-ATRIBDOC-STATUS.

      * ----------------------------------------------------------------
      * Percorre os horarios do periodo no mesmo dia e aponta os que
      * se sobrepoem a faixa informada na mesma sala, com o mesmo
      * docente ou na mesma turma da materia.
      * ----------------------------------------------------------------
       VERIFICA-CHOQUES.

           MOVE 'N' TO WRK-CHOQUE
           MOVE "00" TO WS-GRADEHOR-STATUS

           OPEN INPUT GRADEHOR-FILE
           IF WS-GRADEHOR-STATUS = "00"
               MOVE WRK-PERIODO TO HR-PERIODO
               MOVE LOW-VALUES TO HR-MATERIA
               MOVE LOW-VALUES TO HR-TURMA
               MOVE ZEROS TO HR-DIA-SEMANA
               MOVE ZEROS TO HR-HORA-INICIO
               START GRADEHOR-FILE KEY NOT LESS THAN HR-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-GRADEHOR-STATUS
               END-START
               PERFORM UNTIL WS-GRADEHOR-STATUS = "10"
                   READ GRADEHOR-FILE NEXT
                       AT END
                           MOVE "10" TO WS-GRADEHOR-STATUS
                       NOT AT END
                           IF HR-PERIODO = WRK-PERIODO
                               IF HR-DIA-SEMANA = WRK-DIA AND
                                  HR-HORA-INICIO < WRK-FIM AND
                                  WRK-INICIO < HR-HORA-FIM
                                   PERFORM CONFERE-UM-CHOQUE
                               END-IF
                           ELSE
                               MOVE "10" TO WS-GRADEHOR-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADEHOR-FILE
           END-IF
           MOVE "00" TO WS-GRADEHOR-STATUS.

      * ----------------------------------------------------------------
      * Horario sobreposto lido: choque quando e a mesma sala, a
      * mesma turma da materia ou o mesmo docente.
      * ----------------------------------------------------------------
       CONFERE-UM-CHOQUE.

           IF HR-MATERIA = WRK-MATERIA AND HR-TURMA = WRK-TURMA
               MOVE 'S' TO WRK-CHOQUE
               DISPLAY "CHOQUE: A TURMA JA TEM AULA DAS "
                   HR-HORA-INICIO " AS " HR-HORA-FIM " NESTE DIA."
           ELSE
               IF HR-SALA = WRK-SALA
                   MOVE 'S' TO WRK-CHOQUE
                   DISPLAY "CHOQUE: SALA " WRK-SALA " OCUPADA POR "
                       HR-MATERIA " TURMA " HR-TURMA " DAS "
                       HR-HORA-INICIO " AS " HR-HORA-FIM "."
               END-IF
               IF WRK-DOCENTE NOT = SPACES
                   MOVE HR-MATERIA TO WRK-BUSCA-MATERIA
                   MOVE HR-TURMA   TO WRK-BUSCA-TURMA
                   PERFORM BUSCA-DOCENTE
                   IF WRK-BUSCA-DOCENTE = WRK-DOCENTE
                       MOVE 'S' TO WRK-CHOQUE
                       DISPLAY "CHOQUE: DOCENTE " WRK-DOCENTE
                           " JA LECIONA " HR-MATERIA " TURMA "
                           HR-TURMA " DAS " HR-HORA-INICIO " AS "
                           HR-HORA-FIM "."
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Grava o horario, criando o arquivo na primeira execucao, e a
      * transacao no TRANSLOG.
      * ----------------------------------------------------------------
       GRAVA-HORARIO.

           MOVE "00" TO WS-GRADEHOR-STATUS
           OPEN I-O GRADEHOR-FILE
           IF WS-GRADEHOR-STATUS NOT = "00"
               CLOSE GRADEHOR-FILE
               OPEN OUTPUT GRADEHOR-FILE
           END-IF

           MOVE SPACES       TO GRADEHOR-REC
           MOVE WRK-PERIODO  TO HR-PERIODO
           MOVE WRK-MATERIA  TO HR-MATERIA
           MOVE WRK-TURMA    TO HR-TURMA
           MOVE WRK-DIA      TO HR-DIA-SEMANA
           MOVE WRK-INICIO   TO HR-HORA-INICIO
           MOVE WRK-FIM      TO HR-HORA-FIM
           MOVE WRK-SALA     TO HR-SALA
           MOVE WRK-OPERADOR TO HR-OPERADOR
           ACCEPT HR-DATA-MOVTO FROM DATE YYYYMMDD

           WRITE GRADEHOR-REC
               INVALID KEY
                   DISPLAY "HORARIO JA CADASTRADO PARA A CHAVE "
                       "INFORMADA."
               NOT INVALID KEY
                   MOVE "HORARIO INCLUIDO" TO WRK-DESCRICAO-LOG
                   PERFORM GRAVA-TRANSACAO
                   DISPLAY "HORARIO INCLUIDO."
           END-WRITE

           CLOSE GRADEHOR-FILE
           MOVE "00" TO WS-GRADEHOR-STATUS.

      * ----------------------------------------------------------------
      * Exclui (DELETE) o horario da chave informada.
      * ----------------------------------------------------------------
       EXCLUI-HORARIO.

           PERFORM OBTEM-ENCONTRO

           IF WRK-DADOS-OK = 'S'
               MOVE "00" TO WS-GRADEHOR-STATUS
               OPEN I-O GRADEHOR-FILE
               IF WS-GRADEHOR-STATUS NOT = "00"
                   DISPLAY "ARQUIVO GRADEHOR AINDA NAO EXISTE."
                   CLOSE GRADEHOR-FILE
               ELSE
                   MOVE WRK-PERIODO TO HR-PERIODO
                   MOVE WRK-MATERIA TO HR-MATERIA
                   MOVE WRK-TURMA   TO HR-TURMA
                   MOVE WRK-DIA     TO HR-DIA-SEMANA
                   MOVE WRK-INICIO  TO HR-HORA-INICIO
                   DELETE GRADEHOR-FILE
                       INVALID KEY
                           DISPLAY "HORARIO NAO ENCONTRADO PARA A "
                               "CHAVE INFORMADA."
                       NOT INVALID KEY
                           MOVE "HORARIO EXCLUIDO" TO
                               WRK-DESCRICAO-LOG
                           PERFORM GRAVA-TRANSACAO
                           DISPLAY "HORARIO EXCLUIDO."
                   END-DELETE
                   CLOSE GRADEHOR-FILE
               END-IF
               MOVE "00" TO WS-GRADEHOR-STATUS
           END-IF.

      * ----------------------------------------------------------------
      * Lista os horarios de uma turma no periodo da sessao, em todas
      * as materias.
      * ----------------------------------------------------------------
       LISTA-HORARIOS.

           DISPLAY "TURMA A LISTAR:"
           ACCEPT WRK-TURMA
           MOVE ZEROS TO CNT-LINHAS
           MOVE "00" TO WS-GRADEHOR-STATUS

           OPEN INPUT GRADEHOR-FILE
           IF WS-GRADEHOR-STATUS NOT = "00"
               DISPLAY "ARQUIVO GRADEHOR AINDA NAO EXISTE."
           ELSE
               DISPLAY "HORARIOS DA TURMA " WRK-TURMA " EM "
                   WRK-PERIODO ":"
               PERFORM UNTIL WS-GRADEHOR-STATUS = "10"
                   READ GRADEHOR-FILE NEXT
                       AT END
                           MOVE "10" TO WS-GRADEHOR-STATUS
                       NOT AT END
                           IF HR-PERIODO = WRK-PERIODO AND
                              HR-TURMA = WRK-TURMA
                               ADD 1 TO CNT-LINHAS
                               PERFORM NOMEIA-DIA
                               DISPLAY "  " WRK-DIA-NOME " "
                                   HR-HORA-INICIO "-" HR-HORA-FIM " "
                                   HR-MATERIA " " HR-SALA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADEHOR-FILE
               DISPLAY "TOTAL DE HORARIOS: " CNT-LINHAS
           END-IF
           MOVE "00" TO WS-GRADEHOR-STATUS.

      * ----------------------------------------------------------------
      * Nome do dia da semana do horario lido.
      * ----------------------------------------------------------------
       NOMEIA-DIA.

           EVALUATE HR-DIA-SEMANA
               WHEN 2
                   MOVE "SEGUNDA" TO WRK-DIA-NOME
               WHEN 3
                   MOVE "TERCA" TO WRK-DIA-NOME
               WHEN 4
                   MOVE "QUARTA" TO WRK-DIA-NOME
               WHEN 5
                   MOVE "QUINTA" TO WRK-DIA-NOME
               WHEN 6
                   MOVE "SEXTA" TO WRK-DIA-NOME
               WHEN 7
                   MOVE "SABADO" TO WRK-DIA-NOME
               WHEN OTHER
                   MOVE "?" TO WRK-DIA-NOME
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a inclusao ou exclusao do horario.
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
           MOVE 'PROG76'     TO TR-PROGRAMA
           STRING WRK-DESCRICAO-LOG " " WRK-TURMA
               DELIMITED BY SIZE INTO TR-DESCRICAO
           MOVE WRK-MATERIA  TO TR-MATERIA
           MOVE WRK-PERIODO  TO TR-PERIODO

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG76.
