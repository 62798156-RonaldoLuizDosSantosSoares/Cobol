      *                 retida no spool (PROG62V, indice SPOOLIDX): a
      *                 reexecucao deixava de destruir a copia de
      *                 ontem.
      *   15/10 - RLS - Disciplinas, docentes e alunos acumulados em
      *                 arquivos de trabalho indexados (RELESTAT.WRK,
      *                 .ORD, .ALU e .RNK) no lugar das tabelas de 50
      *                 disciplinas, 300 alunos e 30 docentes; o ranking
      *                 sai da chave de media decrescente. O relatorio
      *                 deixa de ter limite e o aviso de registros alem
      *                 da capacidade sai.
      *   15/10 - RLS - Contador impresso de 3 digitos que chegaria
      *                 a 1000 interrompe a execucao pelo PROG31E
      *                 (OPSLOG) em vez de imprimir total virado.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Os registros SUSPENSO ABAND (abandono registrado
      *                 pelo PROG46) contam com os demais suspensos.
      *   15/10 - RLS - Rotulo dos suspensos inclui o abandono.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG25.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-PER-STATUS.

           SELECT GRUPOS-WRK-FILE ASSIGN TO "RELESTAT.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-CHAVE
               FILE STATUS IS WS-GRUPOSWRK-STATUS.

           SELECT ORDEM-WRK-FILE ASSIGN TO "RELESTAT.ORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TO-CHAVE
               FILE STATUS IS WS-ORDEMWRK-STATUS.

           SELECT ALUNOS-WRK-FILE ASSIGN TO "RELESTAT.ALU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-MATRICULA
               FILE STATUS IS WS-ALUNOSWRK-STATUS.

           SELECT RANKING-WRK-FILE ASSIGN TO "RELESTAT.RNK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-CHAVE
               FILE STATUS IS WS-RANKINGWRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTASDISC-FILE.
       FD  EXTRATO-PER-FILE.
       01  EXTRATO-PER-REC         PIC X(121).

      * Estatisticas por disciplina (TD-TIPO D) e, consolidadas a
      * partir delas, por docente (TD-TIPO P, que usa so a soma, os
      * lancamentos e a contagem de disciplinas).
       FD  GRUPOS-WRK-FILE.
       01  GRUPOS-WRK-REC.
           05 TD-CHAVE.
              10 TD-TIPO          PIC X(01).
              10 TD-MATERIA       PIC X(30).
           05 TD-SOMA             PIC 9(07)V99.
           05 TD-QTDE             PIC 9(05).
           05 TD-MAIOR            PIC 99V99.
           05 TD-MENOR            PIC 99V99.
           05 TD-CNT-APROVADO     PIC 9(05).
           05 TD-CNT-RECUPERA     PIC 9(05).
           05 TD-CNT-REPROVADO    PIC 9(05).
           05 TD-CNT-FALTA        PIC 9(05).
           05 TD-CNT-SUSPENSO     PIC 9(05).
           05 TD-CNT-OUTRAS       PIC 9(05).
           05 TD-DOCENTE          PIC X(30).
           05 TD-QTD-DISC         PIC 9(03).
           05 TD-SEQ              PIC 9(07).

      * Ordem de aparecimento das disciplinas e dos docentes - a ordem
      * dos quadros do relatorio.
       FD  ORDEM-WRK-FILE.
       01  ORDEM-WRK-REC.
           05 TO-CHAVE.
              10 TO-TIPO          PIC X(01).
              10 TO-SEQ           PIC 9(07).
           05 TO-NOME             PIC X(30).

      * Acumulado por aluno para o ranking, com a ordem de
      * aparecimento para o desempate.
       FD  ALUNOS-WRK-FILE.
       01  ALUNOS-WRK-REC.
           05 TA-MATRICULA        PIC 9(06).
           05 TA-NOME             PIC X(30).
           05 TA-SOMA             PIC 9(07)V99.
           05 TA-QTDE             PIC 9(05).
           05 TA-SEQ              PIC 9(07).

      * Ranking: a chave (complemento da media e ordem de aparecimento)
      * entrega a media geral decrescente, empates na ordem de
      * aparecimento.
       FD  RANKING-WRK-FILE.
       01  RANKING-WRK-REC.
           05 TR-CHAVE.
              10 TR-MEDIA-INV     PIC 9(03)V99.
              10 TR-SEQ           PIC 9(07).
           05 TR-MATRICULA        PIC 9(06).
           05 TR-NOME             PIC X(30).
           05 TR-MEDIA            PIC 9(03)V99.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-PERIODO-FILTRO   PIC X(06) VALUE SPACES.
       77 QTD-DISC             PIC 9(07) VALUE ZEROS.
       77 QTD-ALUNOS           PIC 9(07) VALUE ZEROS.
       77 CNT-REGISTROS        PIC 9(05) VALUE ZEROS.
       77 WRK-MEDIA-GERAL      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-POSICAO          PIC 9(03) VALUE ZEROS.
       77 WRK-ERR-PROGRAMA    PIC X(08) VALUE 'PROG25'.
       77 WRK-ERR-ARQUIVO     PIC X(12) VALUE 'RELESTAT'.
       77 WRK-ERR-OPERACAO    PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS      PIC X(02) VALUE SPACES.
       77 WS-GRUPOSWRK-STATUS  PIC X(02) VALUE "00".
       77 WS-ORDEMWRK-STATUS   PIC X(02) VALUE "00".
       77 WS-ALUNOSWRK-STATUS  PIC X(02) VALUE "00".
       77 WS-RANKINGWRK-STATUS PIC X(02) VALUE "00".
       77 WRK-TIPO-GRUPO       PIC X(01) VALUE SPACE.
       77 WRK-MEDIA-EDIT       PIC Z9.99.
       77 WRK-MAIOR-EDIT       PIC Z9.99.
       77 WRK-MENOR-EDIT       PIC Z9.99.
       77 WRK-MATERIA-DOC      PIC X(30) VALUE SPACES.
       77 WRK-DOCENTE-NOME     PIC X(30) VALUE SPACES.
       77 WRK-ACHOU-DOCENTE    PIC X(01) VALUE 'N'.
       77 QTD-DOCENTES         PIC 9(07) VALUE ZEROS.
       77 WS-NPERCTL-STATUS    PIC X(02) VALUE "00".
       77 WS-EXTRATO-PER-STATUS PIC X(02) VALUE "00".
       77 WS-NOME-EXTRATO      PIC X(20) VALUE SPACES.
           05 FXV-ROTULO-RECUPERA PIC X(15) VALUE "EM RECUPERACAO".
           05 FXV-ROTULO-APROVA   PIC X(15) VALUE "APROVADO".

      * Disciplina corrente na consolidacao por docente, guardada
      * enquanto a entrada do docente e lida e regravada.
       01  WRK-DISCIPLINA.
           05 WRK-DISC-DOCENTE    PIC X(30).
           05 WRK-DISC-SOMA       PIC 9(07)V99.
           05 WRK-DISC-QTDE       PIC 9(05).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "ESTATISTICAS E RANKING DA TURMA (NOTASDISC)".
           DISPLAY "===================================".

           PERFORM VERIFICA-EXTRATO-PERIODO

           OPEN OUTPUT GRUPOS-WRK-FILE
           CLOSE GRUPOS-WRK-FILE
           OPEN I-O GRUPOS-WRK-FILE
           OPEN OUTPUT ORDEM-WRK-FILE
           CLOSE ORDEM-WRK-FILE
           OPEN I-O ORDEM-WRK-FILE
           OPEN OUTPUT ALUNOS-WRK-FILE
           CLOSE ALUNOS-WRK-FILE
           OPEN I-O ALUNOS-WRK-FILE

           IF WRK-USA-EXTRATO = 'S'
               DISPLAY "USANDO O EXTRATO " WS-NOME-EXTRATO
                   " GERADO HOJE (PROG45)."
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM IMPRIME-ESTATISTICAS-DISC
           PERFORM CONSOLIDA-POR-DOCENTE
           PERFORM IMPRIME-ESTATISTICAS-DOC
           CLOSE ORDEM-WRK-FILE
           CLOSE GRUPOS-WRK-FILE
           PERFORM CALCULA-MEDIAS-ALUNOS
           CLOSE ALUNOS-WRK-FILE
           PERFORM IMPRIME-RANKING
           CLOSE RELATORIO-FILE


      * ----------------------------------------------------------------
      * Localiza (ou cria) a disciplina do registro corrente e acumula
      * media, maior, menor e a contagem da situacao. Disciplina nova
      * entra tambem na ordem de aparecimento.
      * ----------------------------------------------------------------
       ACUMULA-DISCIPLINA.

           MOVE "D" TO TD-TIPO
           MOVE GR-MATERIA OF NOTASDISC-REC TO TD-MATERIA
           READ GRUPOS-WRK-FILE
               INVALID KEY
                   MOVE ZEROS TO TD-SOMA
                   MOVE ZEROS TO TD-QTDE
                   MOVE ZEROS TO TD-MAIOR
                   MOVE 10.00 TO TD-MENOR
                   MOVE ZEROS TO TD-CNT-APROVADO
                   MOVE ZEROS TO TD-CNT-RECUPERA
                   MOVE ZEROS TO TD-CNT-REPROVADO
                   MOVE ZEROS TO TD-CNT-FALTA
                   MOVE ZEROS TO TD-CNT-SUSPENSO
                   MOVE ZEROS TO TD-CNT-OUTRAS
                   MOVE ZEROS TO TD-QTD-DISC
                   MOVE ZEROS TO TD-SEQ
                   MOVE GR-MATERIA OF NOTASDISC-REC TO
                       WRK-MATERIA-DOC
                   CALL "PROG38V" USING WRK-MATERIA-DOC
                       WRK-DOCENTE-NOME WRK-ACHOU-DOCENTE
                   END-CALL
                   IF WRK-ACHOU-DOCENTE = 'S'
                       MOVE WRK-DOCENTE-NOME TO TD-DOCENTE
                   ELSE
                       MOVE SPACES TO TD-DOCENTE
                   END-IF
                   PERFORM SOMA-NA-DISCIPLINA
                   WRITE GRUPOS-WRK-REC
                   END-WRITE
                   ADD 1 TO QTD-DISC
                   MOVE "D" TO TO-TIPO
                   MOVE QTD-DISC TO TO-SEQ
                   MOVE TD-MATERIA TO TO-NOME
                   WRITE ORDEM-WRK-REC
                   END-WRITE
               NOT INVALID KEY
                   PERFORM SOMA-NA-DISCIPLINA
                   REWRITE GRUPOS-WRK-REC
                   END-REWRITE
           END-READ.

      * ----------------------------------------------------------------
      * Acumula o registro corrente na disciplina lida.
      * ----------------------------------------------------------------
       SOMA-NA-DISCIPLINA.

           ADD GR-MEDIA OF NOTASDISC-REC TO TD-SOMA
           ADD 1 TO TD-QTDE

           IF GR-MEDIA OF NOTASDISC-REC > TD-MAIOR
               MOVE GR-MEDIA OF NOTASDISC-REC TO TD-MAIOR
           END-IF
           IF GR-MEDIA OF NOTASDISC-REC < TD-MENOR
               MOVE GR-MEDIA OF NOTASDISC-REC TO TD-MENOR
           END-IF

           EVALUATE GR-SITUACAO OF NOTASDISC-REC
               WHEN FXV-ROTULO-APROVA
                   ADD 1 TO TD-CNT-APROVADO
               WHEN FXV-ROTULO-RECUPERA
                   ADD 1 TO TD-CNT-RECUPERA
               WHEN FXV-ROTULO-REPROVA
                   ADD 1 TO TD-CNT-REPROVADO
               WHEN "REPROVADO FALTA"
                   ADD 1 TO TD-CNT-FALTA
               WHEN "SUSPENSO TRANC"
               WHEN "SUSPENSO TRANSF"
               WHEN "SUSPENSO ABAND"
                   ADD 1 TO TD-CNT-SUSPENSO
               WHEN OTHER
                   ADD 1 TO TD-CNT-OUTRAS
           END-EVALUATE.

      * ----------------------------------------------------------------
      * ----------------------------------------------------------------
       ACUMULA-ALUNO.

           MOVE GR-MATRICULA OF NOTASDISC-REC TO TA-MATRICULA
           READ ALUNOS-WRK-FILE
               INVALID KEY
                   ADD 1 TO QTD-ALUNOS
                   MOVE GR-MATRICULA OF NOTASDISC-REC TO TA-MATRICULA
                   MOVE GR-NOME OF NOTASDISC-REC TO TA-NOME
                   MOVE GR-MEDIA OF NOTASDISC-REC TO TA-SOMA
                   MOVE 1 TO TA-QTDE
                   MOVE QTD-ALUNOS TO TA-SEQ
                   WRITE ALUNOS-WRK-REC
                   END-WRITE
               NOT INVALID KEY
                   ADD GR-MEDIA OF NOTASDISC-REC TO TA-SOMA
                   ADD 1 TO TA-QTDE
                   REWRITE ALUNOS-WRK-REC
                   END-REWRITE
           END-READ.

      * ----------------------------------------------------------------
      * Percorre a ordem de aparecimento dos grupos do tipo
      * WRK-TIPO-GRUPO (D disciplina, P docente), lendo cada grupo no
      * arquivo de trabalho para o paragrafo que o chamou.
      * ----------------------------------------------------------------
       POSICIONA-ORDEM.

           MOVE WRK-TIPO-GRUPO TO TO-TIPO
           MOVE ZEROS TO TO-SEQ
           MOVE "00" TO WS-ORDEMWRK-STATUS
           START ORDEM-WRK-FILE KEY IS NOT LESS THAN TO-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-ORDEMWRK-STATUS
           END-START.

      * ----------------------------------------------------------------
      * Le a proxima entrada da ordem do tipo WRK-TIPO-GRUPO e o grupo
      * correspondente; fim do tipo deixa WS-ORDEMWRK-STATUS em 10.
      * ----------------------------------------------------------------
       LE-PROXIMO-GRUPO.

           READ ORDEM-WRK-FILE NEXT
               AT END
                   MOVE "10" TO WS-ORDEMWRK-STATUS
               NOT AT END
                   IF TO-TIPO NOT = WRK-TIPO-GRUPO
                       MOVE "10" TO WS-ORDEMWRK-STATUS
                   ELSE
                       MOVE TO-TIPO TO TD-TIPO
                       MOVE TO-NOME TO TD-MATERIA
                       READ GRUPOS-WRK-FILE
                           INVALID KEY
                               MOVE "10" TO WS-ORDEMWRK-STATUS
                       END-READ
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Imprime o quadro de estatisticas por disciplina.
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE "D" TO WRK-TIPO-GRUPO
           PERFORM POSICIONA-ORDEM
           PERFORM UNTIL WS-ORDEMWRK-STATUS = "10"
               PERFORM LE-PROXIMO-GRUPO
               IF WS-ORDEMWRK-STATUS NOT = "10"
                   PERFORM IMPRIME-UMA-DISCIPLINA
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Imprime as linhas da disciplina lida.
      * ----------------------------------------------------------------
       IMPRIME-UMA-DISCIPLINA.

           COMPUTE WRK-MEDIA-GERAL = TD-SOMA / TD-QTDE
           MOVE WRK-MEDIA-GERAL TO WRK-MEDIA-EDIT
           MOVE TD-MAIOR TO WRK-MAIOR-EDIT
           MOVE TD-MENOR TO WRK-MENOR-EDIT

           MOVE SPACES TO RELATORIO-LINHA
           STRING TD-MATERIA
               " MEDIA " WRK-MEDIA-EDIT
               " MAIOR " WRK-MAIOR-EDIT
               " MENOR " WRK-MENOR-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE SPACES TO RELATORIO-LINHA
           STRING "  APROVADOS " TD-CNT-APROVADO
               " RECUPERACAO " TD-CNT-RECUPERA
               " REPROVADOS " TD-CNT-REPROVADO
               " POR FALTA " TD-CNT-FALTA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           IF TD-CNT-SUSPENSO > 0
               MOVE SPACES TO RELATORIO-LINHA
               STRING "  SUSPENSOS (TRANCAMENTO/TRANSFERENCIA/"
                   "ABANDONO) " TD-CNT-SUSPENSO
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           IF TD-DOCENTE NOT = SPACES
               MOVE SPACES TO RELATORIO-LINHA
               STRING "  PROF: " TD-DOCENTE
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      * ----------------------------------------------------------------
      * Consolida as disciplinas por docente: cada disciplina com
      * docente atribuido soma na entrada do docente (disciplinas,
      * lancamentos e soma de medias).
      * ----------------------------------------------------------------
       CONSOLIDA-POR-DOCENTE.

           MOVE "D" TO WRK-TIPO-GRUPO
           PERFORM POSICIONA-ORDEM
           PERFORM UNTIL WS-ORDEMWRK-STATUS = "10"
               PERFORM LE-PROXIMO-GRUPO
               IF WS-ORDEMWRK-STATUS NOT = "10" AND
                  TD-DOCENTE NOT = SPACES
                   MOVE TD-DOCENTE TO WRK-DISC-DOCENTE
                   MOVE TD-SOMA TO WRK-DISC-SOMA
                   MOVE TD-QTDE TO WRK-DISC-QTDE
                   PERFORM SOMA-NO-DOCENTE
               END-IF
           END-PERFORM

           PERFORM ORDENA-DOCENTES.

      * ----------------------------------------------------------------
      * Localiza (ou cria) a entrada do docente da disciplina corrente
      * (WRK-DISCIPLINA) e acumula os totais dela. Docente novo guarda
      * a sua ordem de aparecimento em TD-SEQ.
      * ----------------------------------------------------------------
       SOMA-NO-DOCENTE.

           MOVE "P" TO TD-TIPO
           MOVE WRK-DISC-DOCENTE TO TD-MATERIA
           READ GRUPOS-WRK-FILE
               INVALID KEY
                   ADD 1 TO QTD-DOCENTES
                   MOVE 1 TO TD-QTD-DISC
                   MOVE WRK-DISC-SOMA TO TD-SOMA
                   MOVE WRK-DISC-QTDE TO TD-QTDE
                   MOVE QTD-DOCENTES TO TD-SEQ
                   WRITE GRUPOS-WRK-REC
                   END-WRITE
               NOT INVALID KEY
                   IF TD-QTD-DISC = 999
                       PERFORM REPORTA-LIMITE-CONTADOR
                   END-IF
                   ADD 1 TO TD-QTD-DISC
                   ADD WRK-DISC-SOMA TO TD-SOMA
                   ADD WRK-DISC-QTDE TO TD-QTDE
                   REWRITE GRUPOS-WRK-REC
                   END-REWRITE
           END-READ.

      * ----------------------------------------------------------------
      * Acrescenta os docentes consolidados a ordem de aparecimento,
      * depois das disciplinas.
      * ----------------------------------------------------------------
       ORDENA-DOCENTES.

           MOVE "P" TO TD-TIPO
           MOVE SPACES TO TD-MATERIA
           MOVE "00" TO WS-GRUPOSWRK-STATUS
           START GRUPOS-WRK-FILE KEY IS NOT LESS THAN TD-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-GRUPOSWRK-STATUS
           END-START
           PERFORM UNTIL WS-GRUPOSWRK-STATUS = "10"
               READ GRUPOS-WRK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-GRUPOSWRK-STATUS
                   NOT AT END
                       IF TD-TIPO NOT = "P"
                           MOVE "10" TO WS-GRUPOSWRK-STATUS
                       ELSE
                           MOVE "P" TO TO-TIPO
                           MOVE TD-SEQ TO TO-SEQ
                           MOVE TD-MATERIA TO TO-NOME
                           WRITE ORDEM-WRK-REC
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.

      * ----------------------------------------------------------------
      * Imprime o quadro de estatisticas agrupadas por docente.
               WRITE RELATORIO-LINHA
               MOVE "ESTATISTICAS POR DOCENTE" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "P" TO WRK-TIPO-GRUPO
               PERFORM POSICIONA-ORDEM
               PERFORM UNTIL WS-ORDEMWRK-STATUS = "10"
                   PERFORM LE-PROXIMO-GRUPO
                   IF WS-ORDEMWRK-STATUS NOT = "10"
                       COMPUTE WRK-MEDIA-GERAL = TD-SOMA / TD-QTDE
                       MOVE WRK-MEDIA-GERAL TO WRK-MEDIA-EDIT
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  " TD-MATERIA
                           " DISCIPLINAS " TD-QTD-DISC
                           " LANCAMENTOS " TD-QTDE
                           " MEDIA " WRK-MEDIA-EDIT
                           DELIMITED BY SIZE INTO RELATORIO-LINHA
                       WRITE RELATORIO-LINHA
                   END-IF
               END-PERFORM
           END-IF.

      * ----------------------------------------------------------------
      * Calcula a media geral de cada aluno acumulado e grava o aluno
      * no arquivo do ranking, chaveado pela media decrescente.
      * ----------------------------------------------------------------
       CALCULA-MEDIAS-ALUNOS.

           OPEN OUTPUT RANKING-WRK-FILE
           MOVE ZEROS TO TA-MATRICULA
           MOVE "00" TO WS-ALUNOSWRK-STATUS
           START ALUNOS-WRK-FILE KEY IS NOT LESS THAN TA-MATRICULA
               INVALID KEY
                   MOVE "10" TO WS-ALUNOSWRK-STATUS
           END-START
           PERFORM UNTIL WS-ALUNOSWRK-STATUS = "10"
               READ ALUNOS-WRK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ALUNOSWRK-STATUS
                   NOT AT END
                       COMPUTE TR-MEDIA = TA-SOMA / TA-QTDE
                       COMPUTE TR-MEDIA-INV = 999.99 - TR-MEDIA
                       MOVE TA-SEQ TO TR-SEQ
                       MOVE TA-MATRICULA TO TR-MATRICULA
                       MOVE TA-NOME TO TR-NOME
                       WRITE RANKING-WRK-REC
               END-READ
           END-PERFORM
           CLOSE RANKING-WRK-FILE.

      * ----------------------------------------------------------------
      * Imprime o ranking por media geral e o quadro de honra.
           MOVE "RANKING POR MEDIA GERAL" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE ZEROS TO WRK-POSICAO
           MOVE "00" TO WS-RANKINGWRK-STATUS
           OPEN INPUT RANKING-WRK-FILE
           PERFORM UNTIL WS-RANKINGWRK-STATUS = "10"
               READ RANKING-WRK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-RANKINGWRK-STATUS
                   NOT AT END
                       IF WRK-POSICAO = 999
                           PERFORM REPORTA-LIMITE-CONTADOR
                       END-IF
                       ADD 1 TO WRK-POSICAO
                       MOVE TR-MEDIA TO WRK-MEDIA-EDIT
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  " WRK-POSICAO
                           " " TR-MATRICULA
                           " " TR-NOME
                           " MEDIA " WRK-MEDIA-EDIT
                           DELIMITED BY SIZE INTO RELATORIO-LINHA
                       WRITE RELATORIO-LINHA
               END-READ
           END-PERFORM
           CLOSE RANKING-WRK-FILE

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "QUADRO DE HONRA" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE "00" TO WS-RANKINGWRK-STATUS
           OPEN INPUT RANKING-WRK-FILE
           PERFORM UNTIL WS-RANKINGWRK-STATUS = "10"
               READ RANKING-WRK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-RANKINGWRK-STATUS
                   NOT AT END
                       IF TR-MEDIA >= FXV-LIMITE-HONRA
                           MOVE TR-MEDIA TO WRK-MEDIA-EDIT
                           MOVE SPACES TO RELATORIO-LINHA
                           STRING "  " TR-MATRICULA
                               " " TR-NOME
                               " MEDIA " WRK-MEDIA-EDIT
                               DELIMITED BY SIZE INTO RELATORIO-LINHA
                           WRITE RELATORIO-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RANKING-WRK-FILE.

      * ----------------------------------------------------------------
      * Contador impresso de 3 digitos chegou ao maximo: em vez de
      * imprimir um total que virou, repassa ao tratador comum
      * PROG31E, que grava o OPSLOG e interrompe a execucao.
      * ----------------------------------------------------------------
       REPORTA-LIMITE-CONTADOR.

           MOVE "LIMITE" TO WRK-ERR-OPERACAO
           MOVE "TB" TO WRK-ERR-STATUS
           CALL "PROG31E" USING WRK-ERR-PROGRAMA WRK-ERR-ARQUIVO
               WRK-ERR-OPERACAO WRK-ERR-STATUS
           END-CALL.

       END PROGRAM PROG25.
