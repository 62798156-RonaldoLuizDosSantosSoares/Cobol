      *                 passo final do fechamento. O alarme de perda
      *                 sai no console e no OPSLOG, pelo proprio
      *                 PROG43.
      *   15/10 - RLS - Antes do fechamento de periodo (PROG18), roda
      *                 o relatorio de pautas pendentes (PROG82) do
      *                 periodo como passo informativo: o FECHCTL
      *                 registra quantas turmas estao nao completas,
      *                 mas o passo sempre sai limpo e nao para a
      *                 esteira.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG40) no
      *                 lugar do teste da letra de perfil F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - Depois do controle do dia, o indice de atividade
      *                 por matricula (PROG95, ATIVIDX) e atualizado a
      *                 partir do registro de controle recem-gravado; o
      *                 passo e limpo quando o ATIVCTL registra o
      *                 controle da data do fechamento.
      *   15/10 - RLS - Cada passo acrescenta ao historico BATCHHIST
      *                 (layout BHISTREC) o inicio, o fim, o resultado
      *                 e os registros processados (linhas do arquivo
      *                 conferido; TRANSLOG nos passos do PROG43),
      *                 para o relatorio semanal de duracao PROG96. Os
      *                 dois passos do PROG43 entram no historico como
      *                 PROG43-V e PROG43-F.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG40.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTO-STATUS.

           SELECT RELPAUTA-FILE ASSIGN TO "RELPAUTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELPAUTA-STATUS.

           SELECT ATIVCTL-FILE ASSIGN TO "ATIVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATIVCTL-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "BATCHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-FILE.
       FD  MANIFESTO-FILE.
       01  MANIFESTO-LINHA         PIC X(80).

       FD  RELPAUTA-FILE.
       01  RELPAUTA-LINHA          PIC X(120).

       FD  ATIVCTL-FILE.
       01  ATIVCTL-REC.
           COPY ATIVCREC.

       FD  HISTORICO-FILE.
       01  HISTORICO-REC.
           COPY BHISTREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-CONTROLE-STATUS   PIC X(02) VALUE "00".
       77 WS-EXCNOTAS-STATUS   PIC X(02) VALUE "00".
       77 WS-CONCILIA-STATUS   PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-DATA-FECHO       PIC X(08) VALUE SPACES.
       77 WRK-ESTEIRA-PAROU    PIC X(01) VALUE 'N'.
       77 WRK-PASSO-OK         PIC X(01) VALUE 'N'.
       77 WRK-PEND-NUM         PIC 9(05) VALUE ZEROS.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-PER-FECHADO      PIC X(01) VALUE 'N'.
       77 WS-RELPAUTA-STATUS   PIC X(02) VALUE "00".
       77 WS-ATIVCTL-STATUS    PIC X(02) VALUE "00".
       77 WS-HISTORICO-STATUS  PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WRK-HORA-EXEC        PIC X(06) VALUE SPACES.
       77 WRK-PASSO-HIST       PIC X(08) VALUE SPACES.
       77 WRK-DATA-INI         PIC X(08) VALUE SPACES.
       77 WRK-HORA-INI         PIC X(06) VALUE SPACES.
       77 WRK-REGISTROS        PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "FECHAMENTO DO DIA - ESTEIRA (PROG40)".
           DISPLAY "===================================".
               GOBACK
           END-IF

           MOVE "PROG40" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG40. "
                   "ESTEIRA NAO EXECUTADA."
               GOBACK
           END-IF
               "(PROG32)? (S/N)"
           ACCEPT WRK-EXEC-PROG32

           ACCEPT WRK-HORA-EXEC FROM TIME
           PERFORM EXECUTA-PASSO-VERIFICA

           IF WRK-ESTEIRA-PAROU = 'N'
               PERFORM EXECUTA-PASSO-CONTROLE
           END-IF

           IF WRK-ESTEIRA-PAROU = 'N'
               PERFORM EXECUTA-PASSO-INDICE
           END-IF

           DISPLAY "===================================".
           IF WRK-ESTEIRA-PAROU = 'S'
               DISPLAY "ESTEIRA INTERROMPIDA NO PASSO " WRK-PASSO-NOME
       EXECUTA-PASSO-VERIFICA.

           MOVE "PROG43" TO WRK-PASSO-NOME
           PERFORM INICIA-PASSO
           MOVE "PROG43-V" TO WRK-PASSO-HIST
           DISPLAY "PASSO 0 - VERIFICACAO DO TRANSLOG (PROG43)".
           DISPLAY "(INFORME O MODO V NA VERIFICACAO.)"
           CALL "PROG43"
           END-CALL

           PERFORM CONTA-TRANSLOG

           MOVE 'S' TO WRK-PASSO-OK
           MOVE "VERIFICACAO EXECUTADA" TO WRK-DETALHE
           PERFORM REGISTRA-PASSO.
       EXECUTA-PASSO-CONTROLE.

           MOVE "PROG43" TO WRK-PASSO-NOME
           PERFORM INICIA-PASSO
           MOVE "PROG43-F" TO WRK-PASSO-HIST
           DISPLAY "PASSO FINAL - CONTROLE DO TRANSLOG (PROG43)".
           DISPLAY "(INFORME O MODO F NO CONTROLE.)"
           CALL "PROG43"
           END-CALL

           PERFORM CONTA-TRANSLOG

           MOVE 'S' TO WRK-PASSO-OK
           MOVE "CONTROLE DO DIA GRAVADO" TO WRK-DETALHE
           PERFORM REGISTRA-PASSO.

      * ----------------------------------------------------------------
      * Depois do controle: PROG95, atualizando o indice de atividade
      * ATIVIDX ate o registro de controle do dia. Limpo quando o
      * ATIVCTL registra o controle da data do fechamento.
      * ----------------------------------------------------------------
       EXECUTA-PASSO-INDICE.

           MOVE "PROG95" TO WRK-PASSO-NOME
           PERFORM INICIA-PASSO
           DISPLAY "PASSO FINAL - INDICE DE ATIVIDADE (PROG95)".
           CALL "PROG95"
           END-CALL

           MOVE 'N' TO WRK-PASSO-OK
           MOVE "ATIVCTL AUSENTE" TO WRK-DETALHE
           MOVE "00" TO WS-ATIVCTL-STATUS
           OPEN INPUT ATIVCTL-FILE
           IF WS-ATIVCTL-STATUS = "00"
               READ ATIVCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AK-DATA-CONTROLE = WRK-DATA-FECHO
                           MOVE 'S' TO WRK-PASSO-OK
                           MOVE AK-INDEXADAS TO WRK-REGISTROS
                           MOVE SPACES TO WRK-DETALHE
                           STRING "INDEXADAS " AK-INDEXADAS
                               DELIMITED BY SIZE INTO WRK-DETALHE
                       ELSE
                           MOVE SPACES TO WRK-DETALHE
                           STRING "INDICE PARADO EM "
                               AK-DATA-CONTROLE
                               DELIMITED BY SIZE INTO WRK-DETALHE
                       END-IF
               END-READ
               CLOSE ATIVCTL-FILE
           END-IF
           PERFORM REGISTRA-PASSO.

      * ----------------------------------------------------------------
      * Passo 1: PROG08C. Limpo quando o EXCNOTAS gerado fecha com a
      * linha de excecoes pendentes de MEDIALOG zerada (a mesma
       EXECUTA-PASSO-PROG08C.

           MOVE "PROG08C" TO WRK-PASSO-NOME
           PERFORM INICIA-PASSO
           DISPLAY "PASSO 1 - EXCECOES DE NOTAS (PROG08C)".
           CALL "PROG08C"
           END-CALL
       EXECUTA-PASSO-PROG14.

           MOVE "PROG14" TO WRK-PASSO-NOME
           PERFORM INICIA-PASSO
           DISPLAY "PASSO 2 - CONCILIACAO DE FIM DE DIA (PROG14)".
           DISPLAY "(INFORME A DATA " WRK-DATA-FECHO " NA "
               "CONCILIACAO.)"
      * ----------------------------------------------------------------
       EXECUTA-PASSO-PROG18.

           DISPLAY "PERIODO QUE SERA FECHADO (EX. 2026-1):"
           ACCEPT WRK-PERIODO

           PERFORM EXECUTA-PASSO-PAUTAS

           MOVE "PROG18" TO WRK-PASSO-NOME
           PERFORM INICIA-PASSO
           DISPLAY "PASSO 3 - FECHAMENTO DE PERIODO (PROG18)".
           CALL "PROG18"
           END-CALL


           IF WRK-PER-FECHADO = 'S'
               MOVE 'S' TO WRK-PASSO-OK
               MOVE 1 TO WRK-REGISTROS
               MOVE SPACES TO WRK-DETALHE
               STRING "PERIODO " WRK-PERIODO " FECHADO"
                   DELIMITED BY SIZE INTO WRK-DETALHE
           END-IF
           PERFORM REGISTRA-PASSO.

      * ----------------------------------------------------------------
      * Passo informativo antes do PROG18: PROG82 (pautas pendentes do
      * periodo). Sempre limpo; o detalhe traz a linha de turmas nao
      * completas do RELPAUTA, para constar no FECHCTL.
      * ----------------------------------------------------------------
       EXECUTA-PASSO-PAUTAS.

           MOVE "PROG82" TO WRK-PASSO-NOME
           PERFORM INICIA-PASSO
           DISPLAY "PASSO 3 (INFORMATIVO) - PAUTAS PENDENTES (PROG82)".
           DISPLAY "(INFORME O PERIODO " WRK-PERIODO " NO RELATORIO.)"
           CALL "PROG82"
           END-CALL

           MOVE 'S' TO WRK-PASSO-OK
           MOVE "RELPAUTA AUSENTE" TO WRK-DETALHE
           MOVE "00" TO WS-RELPAUTA-STATUS
           OPEN INPUT RELPAUTA-FILE
           IF WS-RELPAUTA-STATUS = "00"
               PERFORM UNTIL WS-RELPAUTA-STATUS = "10"
                   READ RELPAUTA-FILE
                       AT END
                           MOVE "10" TO WS-RELPAUTA-STATUS
                       NOT AT END
                           ADD 1 TO WRK-REGISTROS
                           IF RELPAUTA-LINHA (1:28) =
                              "TURMAS NAO COMPLETAS......: "
                               MOVE SPACES TO WRK-DETALHE
                               STRING "TURMAS NAO COMPLETAS: "
                                   RELPAUTA-LINHA (29:5)
                                   DELIMITED BY SIZE INTO WRK-DETALHE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELPAUTA-FILE
           END-IF
           PERFORM REGISTRA-PASSO.

      * ----------------------------------------------------------------
      * Passo 4 (opcional): PROG32. Limpo quando o manifesto ARQMANIF
      * foi gerado com conteudo; os registros do passo sao as linhas
      * do manifesto.
      * ----------------------------------------------------------------
       EXECUTA-PASSO-PROG32.

           MOVE "PROG32" TO WRK-PASSO-NOME
           PERFORM INICIA-PASSO
           DISPLAY "PASSO 4 - ARQUIVAMENTO DOS LOGS (PROG32)".
           CALL "PROG32"
           END-CALL
           MOVE "00" TO WS-MANIFESTO-STATUS
           OPEN INPUT MANIFESTO-FILE
           IF WS-MANIFESTO-STATUS = "00"
               PERFORM UNTIL WS-MANIFESTO-STATUS = "10"
                   READ MANIFESTO-FILE
                       AT END
                           MOVE "10" TO WS-MANIFESTO-STATUS
                       NOT AT END
                           ADD 1 TO WRK-REGISTROS
                           MOVE 'S' TO WRK-PASSO-OK
                           MOVE "ARQMANIF GERADO" TO WRK-DETALHE
                   END-READ
               END-PERFORM
               CLOSE MANIFESTO-FILE
           END-IF
           PERFORM REGISTRA-PASSO.
                       AT END
                           MOVE "10" TO WS-EXCNOTAS-STATUS
                       NOT AT END
                           ADD 1 TO WRK-REGISTROS
                           IF EXCNOTAS-LINHA (1:34) =
                              "EXCECOES EM MEDIALOG (PENDENTES).."
                               MOVE EXCNOTAS-LINHA (37:5) TO
                       AT END
                           MOVE "10" TO WS-CONCILIA-STATUS
                       NOT AT END
                           ADD 1 TO WRK-REGISTROS
                           IF CONCILIA-LINHA (1:32) =
                              "DIA CONCILIADO SEM DIVERGENCIAS."
                               MOVE 'S' TO WRK-PASSO-OK
           END-IF.

      * ----------------------------------------------------------------
      * Acrescenta ao FECHCTL (e ao historico BATCHHIST) o resultado
      * do passo corrente e, quando o passo nao saiu limpo, para a
      * esteira.
      * ----------------------------------------------------------------
       REGISTRA-PASSO.

           PERFORM GRAVA-HISTORICO

           OPEN EXTEND CONTROLE-FILE
           IF WS-CONTROLE-STATUS NOT = "00"
               CLOSE CONTROLE-FILE
               MOVE 'S' TO WRK-ESTEIRA-PAROU
           END-IF.

      * ----------------------------------------------------------------
      * Marca o inicio do passo corrente para o historico BATCHHIST e
      * zera a contagem de registros processados.
      * ----------------------------------------------------------------
       INICIA-PASSO.

           MOVE WRK-PASSO-NOME TO WRK-PASSO-HIST
           MOVE ZEROS TO WRK-REGISTROS
           ACCEPT WRK-DATA-INI FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-INI FROM TIME.

      * ----------------------------------------------------------------
      * Registros processados nos passos do PROG43: as transacoes do
      * TRANSLOG, que ele conta por inteiro nos dois modos.
      * ----------------------------------------------------------------
       CONTA-TRANSLOG.

           MOVE "00" TO WS-TRANSLOG-STATUS
           OPEN INPUT TRANS-LOG-FILE
           IF WS-TRANSLOG-STATUS = "00"
               PERFORM UNTIL WS-TRANSLOG-STATUS = "10"
                   READ TRANS-LOG-FILE
                       AT END
                           MOVE "10" TO WS-TRANSLOG-STATUS
                       NOT AT END
                           ADD 1 TO WRK-REGISTROS
                   END-READ
               END-PERFORM
               CLOSE TRANS-LOG-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Acrescenta ao historico BATCHHIST a linha do passo corrente:
      * execucao da esteira, inicio, fim, resultado e registros.
      * ----------------------------------------------------------------
       GRAVA-HISTORICO.

           OPEN EXTEND HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               CLOSE HISTORICO-FILE
               OPEN OUTPUT HISTORICO-FILE
           END-IF

           MOVE SPACES         TO HISTORICO-REC
           MOVE "PROG40"       TO BH-ESTEIRA
           MOVE WRK-DATA-FECHO TO BH-DATA-EXEC
           MOVE WRK-HORA-EXEC  TO BH-HORA-EXEC
           MOVE WRK-PASSO-HIST TO BH-PASSO
           MOVE WRK-DATA-INI   TO BH-DATA-INI
           MOVE WRK-HORA-INI   TO BH-HORA-INI
           ACCEPT BH-DATA-FIM  FROM DATE YYYYMMDD
           ACCEPT BH-HORA-FIM  FROM TIME
           IF WRK-PASSO-OK = 'S'
               MOVE 'C' TO BH-RESULTADO
           ELSE
               MOVE 'F' TO BH-RESULTADO
           END-IF
           MOVE WRK-REGISTROS  TO BH-REGISTROS
           WRITE HISTORICO-REC
           CLOSE HISTORICO-FILE
           MOVE "00" TO WS-HISTORICO-STATUS.

       END PROGRAM PROG40.
