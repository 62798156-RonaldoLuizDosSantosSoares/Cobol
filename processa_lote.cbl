      *                 (CATALOGO), a saida esperada do passo 1 passa
      *                 a ser o CATALOGO, com o DISCIPLINAS antigo
      *                 como reserva.
      *   15/10 - RLS - Cada passo executado acrescenta ao historico
      *                 BATCHHIST (layout BHISTREC, esteira LOTE) o
      *                 inicio, o fim, o resultado e os registros do
      *                 arquivo de saida conferido, para o relatorio
      *                 semanal de duracao PROG96.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      **********************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDIALOG-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "BATCHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Situacao de cada passo do ciclo: P = pendente, C = concluido,
       FD  MEDIA-LOG-FILE.
       01  MEDIA-LOG-REC           PIC X(120).

       FD  HISTORICO-FILE.
       01  HISTORICO-REC.
           COPY BHISTREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO            PIC X(01) VALUE 'P'.
       77 WS-CONTROLE-STATUS    PIC X(02) VALUE "00".
       77 WS-DISCIPLINAS-STATUS PIC X(02) VALUE "00".
       77 WS-CATALOGO-STATUS    PIC X(02) VALUE "00".
       77 WRK-RESPOSTA          PIC X(01) VALUE SPACE.
       77 WRK-SAIDA-OK          PIC X(01) VALUE 'N'.
       77 WRK-CICLO-PAROU       PIC X(01) VALUE 'N'.
       77 WS-HISTORICO-STATUS   PIC X(02) VALUE "00".
       77 WRK-DATA-EXEC         PIC X(08) VALUE SPACES.
       77 WRK-HORA-EXEC         PIC X(06) VALUE SPACES.
       77 WRK-PASSO-HIST        PIC X(08) VALUE SPACES.
       77 WRK-DATA-INI          PIC X(08) VALUE SPACES.
       77 WRK-HORA-INI          PIC X(06) VALUE SPACES.
       77 WRK-REGISTROS         PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.

       EXECUTA-CICLO.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "PROCESSAMENTO EM LOTE - DISCIPLINAS E NOTAS".
           DISPLAY "===================================".
           PERFORM OFERECE-RETOMADA
           PERFORM SELECIONA-PASSOS

           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-EXEC FROM TIME

           IF WRK-EXEC1 = 'S' AND WRK-CICLO-PAROU = 'N'
               PERFORM EXECUTA-PASSO-1
           END-IF
       EXECUTA-PASSO-1.

           DISPLAY "PASSO 1 DE 3 - CADASTRO DE DISCIPLINAS (PROG07)".
           MOVE "PROG07" TO WRK-PASSO-HIST
           PERFORM INICIA-PASSO
           CALL "PROG07"
           END-CALL

               MOVE 'S' TO WRK-CICLO-PAROU
               DISPLAY "PASSO 1 SEM A SAIDA ESPERADA (DISCIPLINAS)."
           END-IF
           PERFORM GRAVA-CONTROLE
           PERFORM GRAVA-HISTORICO.

      * ----------------------------------------------------------------
      * Passo 2: PROG08, saida esperada NOTASDISC.
       EXECUTA-PASSO-2.

           DISPLAY "PASSO 2 DE 3 - NOTAS POR DISCIPLINA (PROG08)".
           MOVE "PROG08" TO WRK-PASSO-HIST
           PERFORM INICIA-PASSO
           CALL "PROG08"
           END-CALL

               MOVE 'S' TO WRK-CICLO-PAROU
               DISPLAY "PASSO 2 SEM A SAIDA ESPERADA (NOTASDISC)."
           END-IF
           PERFORM GRAVA-CONTROLE
           PERFORM GRAVA-HISTORICO.

      * ----------------------------------------------------------------
      * Passo 3: MEDIA, saida esperada MEDIALOG.
       EXECUTA-PASSO-3.

           DISPLAY "PASSO 3 DE 3 - MEDIA FINAL POR ALUNO (MEDIA)".
           MOVE "MEDIA" TO WRK-PASSO-HIST
           PERFORM INICIA-PASSO
           CALL "MEDIA"
           END-CALL

               MOVE 'S' TO WRK-CICLO-PAROU
               DISPLAY "PASSO 3 SEM A SAIDA ESPERADA (MEDIALOG)."
           END-IF
           PERFORM GRAVA-CONTROLE
           PERFORM GRAVA-HISTORICO.

      * ----------------------------------------------------------------
      * Confere se o catalogo CATALOGO (saida atual do PROG07) existe
      * e tem conteudo; o DISCIPLINAS antigo vale como reserva. Conta
      * as linhas como registros processados do passo.
      * ----------------------------------------------------------------
       VERIFICA-DISCIPLINAS.

           MOVE "00" TO WS-CATALOGO-STATUS
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS = "00"
               PERFORM UNTIL WS-CATALOGO-STATUS = "10"
                   READ CATALOGO-FILE
                       AT END
                           MOVE "10" TO WS-CATALOGO-STATUS
                       NOT AT END
                           ADD 1 TO WRK-REGISTROS
                           MOVE 'S' TO WRK-SAIDA-OK
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF

               MOVE "00" TO WS-DISCIPLINAS-STATUS
               OPEN INPUT DISCIPLINAS-FILE
               IF WS-DISCIPLINAS-STATUS = "00"
                   PERFORM UNTIL WS-DISCIPLINAS-STATUS = "10"
                       READ DISCIPLINAS-FILE
                           AT END
                               MOVE "10" TO WS-DISCIPLINAS-STATUS
                           NOT AT END
                               ADD 1 TO WRK-REGISTROS
                               MOVE 'S' TO WRK-SAIDA-OK
                       END-READ
                   END-PERFORM
                   CLOSE DISCIPLINAS-FILE
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Confere se o arquivo NOTASDISC existe e tem conteudo, contando
      * os registros processados do passo.
      * ----------------------------------------------------------------
       VERIFICA-NOTASDISC.

           MOVE "00" TO WS-NOTASDISC-STATUS
           OPEN INPUT NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS = "00"
               PERFORM UNTIL WS-NOTASDISC-STATUS = "10"
                   READ NOTASDISC-FILE NEXT
                       AT END
                           MOVE "10" TO WS-NOTASDISC-STATUS
                       NOT AT END
                           ADD 1 TO WRK-REGISTROS
                           MOVE 'S' TO WRK-SAIDA-OK
                   END-READ
               END-PERFORM
               CLOSE NOTASDISC-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Confere se o arquivo MEDIALOG existe e tem conteudo, contando
      * os registros processados do passo.
      * ----------------------------------------------------------------
       VERIFICA-MEDIALOG.

           MOVE "00" TO WS-MEDIALOG-STATUS
           OPEN INPUT MEDIA-LOG-FILE
           IF WS-MEDIALOG-STATUS = "00"
               PERFORM UNTIL WS-MEDIALOG-STATUS = "10"
                   READ MEDIA-LOG-FILE
                       AT END
                           MOVE "10" TO WS-MEDIALOG-STATUS
                       NOT AT END
                           ADD 1 TO WRK-REGISTROS
                           MOVE 'S' TO WRK-SAIDA-OK
                   END-READ
               END-PERFORM
               CLOSE MEDIA-LOG-FILE
           END-IF.

           WRITE CONTROLE-REC
           CLOSE CONTROLE-FILE.

      * ----------------------------------------------------------------
      * Marca o inicio do passo corrente para o historico BATCHHIST e
      * zera a contagem de registros processados.
      * ----------------------------------------------------------------
       INICIA-PASSO.

           MOVE ZEROS TO WRK-REGISTROS
           ACCEPT WRK-DATA-INI FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-INI FROM TIME.

      * ----------------------------------------------------------------
      * Acrescenta ao historico BATCHHIST a linha do passo corrente:
      * execucao do ciclo, inicio, fim, resultado e registros.
      * ----------------------------------------------------------------
       GRAVA-HISTORICO.

           OPEN EXTEND HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               CLOSE HISTORICO-FILE
               OPEN OUTPUT HISTORICO-FILE
           END-IF

           MOVE SPACES         TO HISTORICO-REC
           MOVE "LOTE"         TO BH-ESTEIRA
           MOVE WRK-DATA-EXEC  TO BH-DATA-EXEC
           MOVE WRK-HORA-EXEC  TO BH-HORA-EXEC
           MOVE WRK-PASSO-HIST TO BH-PASSO
           MOVE WRK-DATA-INI   TO BH-DATA-INI
           MOVE WRK-HORA-INI   TO BH-HORA-INI
           ACCEPT BH-DATA-FIM  FROM DATE YYYYMMDD
           ACCEPT BH-HORA-FIM  FROM TIME
           IF WRK-SAIDA-OK = 'S'
               MOVE 'C' TO BH-RESULTADO
           ELSE
               MOVE 'F' TO BH-RESULTADO
           END-IF
           MOVE WRK-REGISTROS  TO BH-REGISTROS
           WRITE HISTORICO-REC
           CLOSE HISTORICO-FILE
           MOVE "00" TO WS-HISTORICO-STATUS.

       END PROGRAM PROCESSALOTE.
