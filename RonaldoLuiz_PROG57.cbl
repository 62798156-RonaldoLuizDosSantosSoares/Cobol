      *          com o detalhe das intervencoes.
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   15/10 - RLS - Sinalizados guardados no arquivo de trabalho
      *                 indexado RELTUTOR.WRK, chaveado por matricula e
      *                 materia, no lugar da tabela de 300 entradas: o
      *                 relatorio deixa de ter limite e o aviso de
      *                 excedente sai.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG57.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT SINALIZADOS-WRK-FILE ASSIGN TO "RELTUTOR.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-CHAVE
               FILE STATUS IS WS-SINALWRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS-FILE.
       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(90).

      * Sinalizados do periodo pela regra do RELRISCO, com a marca de
      * tutoria e o desfecho final. A chave (matricula e materia)
      * repete a ordem de leitura de ALUNOS dentro do periodo.
       FD  SINALIZADOS-WRK-FILE.
       01  SINALIZADOS-WRK-REC.
           05 TS-CHAVE.
              10 TS-MATRICULA     PIC 9(06).
              10 TS-MATERIA       PIC X(30).
           05 TS-NOME             PIC X(30).
           05 TS-TUTORADO         PIC X(01).
           05 TS-TUTOR            PIC X(30).
           05 TS-FINAL            PIC X(15).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNOS-STATUS     PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-TUTORIA-STATUS    PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WS-SINALWRK-STATUS   PIC X(02) VALUE "00".
       77 QTD-SINALIZADOS      PIC 9(07) VALUE ZEROS.
       77 WRK-SITUACAO-FINAL   PIC X(15) VALUE SPACES.
       77 CNT-TUT-RECUPERADOS  PIC 9(03) VALUE ZEROS.
       77 CNT-TUT-REPROVADOS   PIC 9(03) VALUE ZEROS.
       77 CNT-SEM-RECUPERADOS  PIC 9(03) VALUE ZEROS.
       77 CNT-SEM-REPROVADOS   PIC 9(03) VALUE ZEROS.

      * Faixa vigente (o limite de aprovacao delimita a zona de risco
      * do P1, e o rotulo de aprovado define o recuperado).
       01 FAIXAS-VIGENTES.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "RESULTADOS DA TUTORIA (RELTUTOR)".
           DISPLAY "===================================".
               FXV-ROTULO-RECUPERA FXV-ROTULO-APROVA
           END-CALL

           OPEN OUTPUT SINALIZADOS-WRK-FILE
           PERFORM CARREGA-SINALIZADOS
           CLOSE SINALIZADOS-WRK-FILE

           OPEN I-O SINALIZADOS-WRK-FILE
           PERFORM MARCA-TUTORADOS
           PERFORM BUSCA-DESFECHOS
           CLOSE SINALIZADOS-WRK-FILE

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           OPEN INPUT SINALIZADOS-WRK-FILE
           PERFORM IMPRIME-RELATORIO
           CLOSE SINALIZADOS-WRK-FILE
           CLOSE RELATORIO-FILE

           DISPLAY "RELATORIO GRAVADO EM RELTUTOR."
           END-IF.

      * ----------------------------------------------------------------
      * Grava o sinalizado corrente no arquivo de trabalho.
      * ----------------------------------------------------------------
       GUARDA-SINALIZADO.

           ADD 1 TO QTD-SINALIZADOS
           MOVE GR-MATRICULA OF ALUNOS-REC TO TS-MATRICULA
           MOVE GR-MATERIA OF ALUNOS-REC TO TS-MATERIA
           MOVE GR-NOME OF ALUNOS-REC TO TS-NOME
           MOVE 'N' TO TS-TUTORADO
           MOVE SPACES TO TS-TUTOR
           MOVE SPACES TO TS-FINAL
           WRITE SINALIZADOS-WRK-REC.

      * ----------------------------------------------------------------
      * Marca como tutorados os sinalizados com intervencao da
      * ----------------------------------------------------------------
       CASA-INTERVENCAO.

           MOVE TU-MATRICULA TO TS-MATRICULA
           MOVE TU-MATERIA TO TS-MATERIA
           READ SINALIZADOS-WRK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO TS-TUTORADO
                   MOVE TU-TUTOR TO TS-TUTOR
                   REWRITE SINALIZADOS-WRK-REC
                   END-REWRITE
           END-READ.

      * ----------------------------------------------------------------
      * Busca em NOTASDISC a situacao final de cada sinalizado e
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO NOTASDISC."
               CLOSE NOTASDISC-FILE
           ELSE
               MOVE LOW-VALUES TO TS-CHAVE
               START SINALIZADOS-WRK-FILE KEY IS NOT LESS THAN TS-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-SINALWRK-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-SINALWRK-STATUS
               END-START
               PERFORM UNTIL WS-SINALWRK-STATUS = "10"
                   READ SINALIZADOS-WRK-FILE NEXT
                       AT END
                           MOVE "10" TO WS-SINALWRK-STATUS
                       NOT AT END
                           PERFORM BUSCA-UM-DESFECHO
                   END-READ
               END-PERFORM
               CLOSE NOTASDISC-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Busca a situacao final do sinalizado lido, regrava-o com ela e
      * acumula o desfecho.
      * ----------------------------------------------------------------
       BUSCA-UM-DESFECHO.

           MOVE TS-MATRICULA TO GR-MATRICULA OF NOTASDISC-REC
           MOVE TS-MATERIA TO GR-MATERIA OF NOTASDISC-REC
           MOVE WRK-PERIODO TO GR-PERIODO OF NOTASDISC-REC
           READ NOTASDISC-FILE
               INVALID KEY
                   MOVE "(SEM NOTA FINAL)" TO TS-FINAL
               NOT INVALID KEY
                   MOVE GR-SITUACAO OF NOTASDISC-REC TO TS-FINAL
           END-READ
           REWRITE SINALIZADOS-WRK-REC
           END-REWRITE
           PERFORM ACUMULA-DESFECHO.

      * ----------------------------------------------------------------
      * Acumula o sinalizado corrente no cruzamento tutorado x
      * desfecho (recuperado = aprovado no fim).
      * ----------------------------------------------------------------
       ACUMULA-DESFECHO.

           IF TS-TUTORADO = 'S'
               IF TS-FINAL = FXV-ROTULO-APROVA
                   ADD 1 TO CNT-TUT-RECUPERADOS
               ELSE
                   IF TS-FINAL (1:9) = "REPROVADO"
                       ADD 1 TO CNT-TUT-REPROVADOS
                   END-IF
               END-IF
           ELSE
               IF TS-FINAL = FXV-ROTULO-APROVA
                   ADD 1 TO CNT-SEM-RECUPERADOS
               ELSE
                   IF TS-FINAL (1:9) = "REPROVADO"
                       ADD 1 TO CNT-SEM-REPROVADOS
                   END-IF
               END-IF

           MOVE "SINALIZADOS DO PERIODO:" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "00" TO WS-SINALWRK-STATUS
           PERFORM UNTIL WS-SINALWRK-STATUS = "10"
               READ SINALIZADOS-WRK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SINALWRK-STATUS
                   NOT AT END
                       PERFORM IMPRIME-SINALIZADO
               END-READ
           END-PERFORM
           IF QTD-SINALIZADOS = 0
               MOVE "  (NENHUM)" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "CRUZAMENTO TUTORIA X DESFECHO:" TO RELATORIO-LINHA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Imprime a linha de detalhe do sinalizado lido.
      * ----------------------------------------------------------------
       IMPRIME-SINALIZADO.

           MOVE SPACES TO RELATORIO-LINHA
           IF TS-TUTORADO = 'S'
               STRING "  " TS-MATRICULA " " TS-MATERIA
                   " TUTORADO (" TS-TUTOR ") -> " TS-FINAL
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               STRING "  " TS-MATRICULA " " TS-MATERIA
                   " SEM TUTORIA -> " TS-FINAL
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA.

       END PROGRAM PROG57.
