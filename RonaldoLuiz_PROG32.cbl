      *                 arquivo vivo em vez de serem arquivadas; o
      *                 carimbo tambem e replicado na primeira linha de
      *                 um arquivamento recem-criado.
      *   15/10 - RLS - No corte do TRANSLOG, as entradas do indice de
      *                 atividade ATIVIDX (PROG95) das linhas movidas
      *                 para o arquivamento, ou deslocadas no vivo, sao
      *                 reapontadas para o arquivo e a posicao novos, e
      *                 a posicao ja indexada do ATIVCTL e descontada
      *                 das linhas indexadas que sairam do vivo.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG32.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTO-STATUS.

           SELECT ATIVIDX-FILE ASSIGN TO "ATIVIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CHAVE
               FILE STATUS IS WS-ATIVIDX-STATUS.

           SELECT ATIVCTL-FILE ASSIGN TO "ATIVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATIVCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Os tres logs comecam com a data AAAAMMDD nos 8 primeiros
       01  VIVO-REC.
           05 VR-DATA             PIC X(08).
           05 VR-RESTO            PIC X(112).
      * Visao da linha do TRANSLOG, para o reapontamento do ATIVIDX.
       01  VIVO-TRANS-REC.
           COPY TRANSREC.

       FD  NOVO-FILE.
       01  NOVO-REC               PIC X(120).
       FD  MANIFESTO-FILE.
       01  MANIFESTO-LINHA        PIC X(80).

       FD  ATIVIDX-FILE.
       01  ATIVIDX-REC.
           COPY ATIVIREC.

       FD  ATIVCTL-FILE.
       01  ATIVCTL-REC.
           COPY ATIVCREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-VIVO-STATUS       PIC X(02) VALUE "00".
       77 WS-NOVO-STATUS       PIC X(02) VALUE "00".
       77 WS-ARQUIVADO-STATUS  PIC X(02) VALUE "00".
       77 CNT-MANTIDOS         PIC 9(06) VALUE ZEROS.
       77 IND-LOG              PIC 9(01) VALUE ZERO.
       77 WRK-ARQ-NOVO         PIC X VALUE 'N'.
       77 WS-ATIVIDX-STATUS    PIC X(02) VALUE "00".
       77 WS-ATIVCTL-STATUS    PIC X(02) VALUE "00".
       77 WRK-TEM-INDICE       PIC X VALUE 'N'.
       77 WRK-ACHOU-ENTRADA    PIC X VALUE 'N'.
       77 WRK-FIM-BUSCA        PIC X VALUE 'N'.
       77 WRK-ARQUIVO-NOVO     PIC X(20) VALUE SPACES.
       77 WRK-POSICAO-NOVA     PIC 9(07) VALUE ZEROS.
       77 CNT-JA-ARQUIVADOS    PIC 9(07) VALUE ZEROS.
       77 CNT-ARQ-INDEXADOS    PIC 9(07) VALUE ZEROS.
       77 CNT-REAPONTADAS      PIC 9(07) VALUE ZEROS.
       77 WRK-POSICAO-INDEXADA PIC 9(07) VALUE ZEROS.
       77 WRK-CONTROLE-INDICE  PIC X(35) VALUE SPACES.

      * Chave da linha em reapontamento (matricula, data e hora).
       01  CHAVE-BUSCA.
           05 CB-MATRICULA        PIC 9(06).
           05 CB-DATA             PIC X(08).
           05 CB-HORA             PIC X(06).

       01  NOMES-DOS-LOGS.
           05 FILLER              PIC X(10) VALUE "TRANSLOG".
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "ARQUIVAMENTO MENSAL DOS LOGS".
           DISPLAY "===================================".
                   DELIMITED BY SIZE INTO MANIFESTO-LINHA
               WRITE MANIFESTO-LINHA
           ELSE
               MOVE 'N' TO WRK-TEM-INDICE
               IF IND-LOG = 1
                   PERFORM PREPARA-INDICE-ATIVIDADE
               END-IF

               OPEN OUTPUT NOVO-FILE
               MOVE 'N' TO WRK-ARQ-NOVO
               OPEN EXTEND ARQUIVADO-FILE

               PERFORM REGRAVA-VIVO

               IF WRK-TEM-INDICE = 'S'
                   PERFORM CONCLUI-INDICE-ATIVIDADE
               END-IF

               MOVE SPACES TO MANIFESTO-LINHA
               STRING NOME-LOG (IND-LOG)
                   ": LIDOS " CNT-LIDOS
                       MOVE VIVO-REC TO ARQUIVADO-REC
                       WRITE ARQUIVADO-REC
                       ADD 1 TO CNT-ARQUIVADOS
                       IF WRK-TEM-INDICE = 'S' AND
                          CNT-LIDOS NOT > WRK-POSICAO-INDEXADA
                           ADD 1 TO CNT-ARQ-INDEXADOS
                           MOVE WS-NOME-ARQUIVADO TO WRK-ARQUIVO-NOVO
                           COMPUTE WRK-POSICAO-NOVA =
                               CNT-JA-ARQUIVADOS + CNT-ARQUIVADOS
                           PERFORM REAPONTA-ENTRADA
                       END-IF
                   ELSE
                       MOVE VIVO-REC TO NOVO-REC
                       WRITE NOVO-REC
                       ADD 1 TO CNT-MANTIDOS
                       IF WRK-TEM-INDICE = 'S' AND
                          CNT-LIDOS NOT > WRK-POSICAO-INDEXADA AND
                          CNT-MANTIDOS NOT = CNT-LIDOS
                           MOVE "TRANSLOG" TO WRK-ARQUIVO-NOVO
                           MOVE CNT-MANTIDOS TO WRK-POSICAO-NOVA
                           PERFORM REAPONTA-ENTRADA
                       END-IF
                   END-IF
                   END-IF
           END-READ.
                   WRITE VIVO-REC
           END-READ.

      * ----------------------------------------------------------------
      * Antes do corte do TRANSLOG: le a posicao ja indexada no
      * ATIVCTL, conta as linhas que o arquivamento do mes ja tem (as
      * novas entram depois delas) e abre o indice. Sem ATIVCTL ou sem
      * ATIVIDX nao ha o que reapontar.
      * ----------------------------------------------------------------
       PREPARA-INDICE-ATIVIDADE.

           MOVE ZEROS TO CNT-JA-ARQUIVADOS CNT-ARQ-INDEXADOS
               CNT-REAPONTADAS

           MOVE "00" TO WS-ATIVCTL-STATUS
           OPEN INPUT ATIVCTL-FILE
           IF WS-ATIVCTL-STATUS = "00"
               READ ATIVCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AK-POSICAO IS NUMERIC
                           MOVE 'S' TO WRK-TEM-INDICE
                           MOVE ATIVCTL-REC TO WRK-CONTROLE-INDICE
                           MOVE AK-POSICAO TO WRK-POSICAO-INDEXADA
                       END-IF
               END-READ
               CLOSE ATIVCTL-FILE
           END-IF
           MOVE "00" TO WS-ATIVCTL-STATUS

           IF WRK-TEM-INDICE = 'S'
               MOVE "00" TO WS-ATIVIDX-STATUS
               OPEN I-O ATIVIDX-FILE
               IF WS-ATIVIDX-STATUS NOT = "00"
                   CLOSE ATIVIDX-FILE
                   MOVE 'N' TO WRK-TEM-INDICE
               END-IF
           END-IF

           IF WRK-TEM-INDICE = 'S'
               MOVE "00" TO WS-ARQUIVADO-STATUS
               OPEN INPUT ARQUIVADO-FILE
               IF WS-ARQUIVADO-STATUS = "00"
                   PERFORM UNTIL WS-ARQUIVADO-STATUS = "10"
                       READ ARQUIVADO-FILE
                           AT END
                               MOVE "10" TO WS-ARQUIVADO-STATUS
                           NOT AT END
                               ADD 1 TO CNT-JA-ARQUIVADOS
                       END-READ
                   END-PERFORM
                   CLOSE ARQUIVADO-FILE
               END-IF
               MOVE "00" TO WS-ARQUIVADO-STATUS
           END-IF.

      * ----------------------------------------------------------------
      * Reaponta a entrada do ATIVIDX da linha corrente do TRANSLOG
      * (posicao CNT-LIDOS no vivo) para WRK-ARQUIVO-NOVO e
      * WRK-POSICAO-NOVA. Linha sem matricula nao tem entrada.
      * ----------------------------------------------------------------
       REAPONTA-ENTRADA.

           IF TR-MATRICULA IS NUMERIC AND TR-MATRICULA > ZEROS
               MOVE TR-MATRICULA TO CB-MATRICULA
               MOVE TR-DATA      TO CB-DATA
               MOVE TR-HORA      TO CB-HORA
               MOVE CB-MATRICULA TO AX-MATRICULA
               MOVE CB-DATA      TO AX-DATA
               MOVE CB-HORA      TO AX-HORA
               MOVE ZEROS        TO AX-SEQ
               MOVE 'N' TO WRK-ACHOU-ENTRADA
               MOVE 'N' TO WRK-FIM-BUSCA
               START ATIVIDX-FILE KEY NOT LESS THAN AX-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-BUSCA
               END-START
               PERFORM UNTIL WRK-FIM-BUSCA = 'S'
                   READ ATIVIDX-FILE NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-BUSCA
                       NOT AT END
                           IF AX-MATRICULA NOT = CB-MATRICULA OR
                              AX-DATA NOT = CB-DATA OR
                              AX-HORA NOT = CB-HORA
                               MOVE 'S' TO WRK-FIM-BUSCA
                           ELSE
                               IF AX-ARQUIVO = "TRANSLOG" AND
                                  AX-POSICAO = CNT-LIDOS
                                   MOVE 'S' TO WRK-ACHOU-ENTRADA
                                   MOVE 'S' TO WRK-FIM-BUSCA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WRK-ACHOU-ENTRADA = 'S'
                   MOVE WRK-ARQUIVO-NOVO TO AX-ARQUIVO
                   MOVE WRK-POSICAO-NOVA TO AX-POSICAO
                   REWRITE ATIVIDX-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO CNT-REAPONTADAS
                   END-REWRITE
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Depois do corte do TRANSLOG: fecha o indice, desconta da
      * posicao ja indexada as linhas indexadas que sairam do vivo e
      * registra o reapontamento no manifesto.
      * ----------------------------------------------------------------
       CONCLUI-INDICE-ATIVIDADE.

           CLOSE ATIVIDX-FILE

           SUBTRACT CNT-ARQ-INDEXADOS FROM WRK-POSICAO-INDEXADA
           OPEN OUTPUT ATIVCTL-FILE
           MOVE WRK-CONTROLE-INDICE  TO ATIVCTL-REC
           MOVE WRK-POSICAO-INDEXADA TO AK-POSICAO
           WRITE ATIVCTL-REC
           CLOSE ATIVCTL-FILE
           MOVE "00" TO WS-ATIVCTL-STATUS

           MOVE SPACES TO MANIFESTO-LINHA
           STRING "ATIVIDX: REAPONTADAS " CNT-REAPONTADAS
               " POSICAO INDEXADA " WRK-POSICAO-INDEXADA
               DELIMITED BY SIZE INTO MANIFESTO-LINHA
           WRITE MANIFESTO-LINHA.

       END PROGRAM PROG32.
