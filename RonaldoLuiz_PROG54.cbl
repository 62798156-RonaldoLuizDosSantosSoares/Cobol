      *          da auditoria.
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   15/10 - RLS - Matriculas ja relatadas e entradas do indice
      *                 passam para arquivos de trabalho indexados
      *                 (RELSANEIA.WRK, .NOM e .PAR) no lugar das
      *                 tabelas de 200 e 300 entradas; as entradas do
      *                 indice sem mestre saem da releitura do ALUNOIDX.
      *                 A varredura deixa de ter limite (antes o
      *                 excedente ficava de fora sem aviso).
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG54.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT RELATADAS-WRK-FILE ASSIGN TO "RELSANEIA.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-MATRICULA
               FILE STATUS IS WS-RELATWRK-STATUS.

           SELECT NOMES-WRK-FILE ASSIGN TO "RELSANEIA.NOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CHAVE
               FILE STATUS IS WS-NOMESWRK-STATUS.

           SELECT PARES-WRK-FILE ASSIGN TO "RELSANEIA.PAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-CHAVE
               FILE STATUS IS WS-PARESWRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-CAD-FILE.
       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(90).

      * Matriculas ja relatadas na secao corrente (para os arquivos
      * de nota nao encherem o relatorio com a mesma matricula a cada
      * registro). Recriado a cada secao.
       FD  RELATADAS-WRK-FILE.
       01  RELATADAS-WRK-REC.
           05 TR-MATRICULA        PIC 9(06).

      * Entradas do indice para a busca de duplicatas por nome. A
      * chave agrupa as entradas de mesmo nome na ordem do indice
      * (TI-SEQ).
       FD  NOMES-WRK-FILE.
       01  NOMES-WRK-REC.
           05 TI-CHAVE.
              10 TI-NOME          PIC X(30).
              10 TI-SEQ           PIC 9(07).
           05 TI-MATRICULA        PIC 9(06).

      * Pares de mesmo nome encontrados, na ordem do indice das duas
      * entradas - a ordem de listagem de sempre.
       FD  PARES-WRK-FILE.
       01  PARES-WRK-REC.
           05 TP-CHAVE.
              10 TP-SEQ-ENT       PIC 9(07).
              10 TP-SEQ-PAR       PIC 9(07).
           05 TP-NOME             PIC X(30).
           05 TP-MATRICULA-PAR    PIC 9(06).
           05 TP-MATRICULA-ENT    PIC 9(06).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-ALUNOIDX-STATUS   PIC X(02) VALUE "00".
       77 WS-ALUNOS-STATUS     PIC X(02) VALUE "00".
       77 WRK-TEM-MESTRE       PIC X VALUE 'N'.
       77 WRK-ARQUIVO-VEZ      PIC X(09) VALUE SPACES.
       77 WRK-JA-RELATADA      PIC X VALUE 'N'.
       77 QTD-IDX              PIC 9(07) VALUE ZEROS.
       77 WS-RELATWRK-STATUS   PIC X(02) VALUE "00".
       77 WS-NOMESWRK-STATUS   PIC X(02) VALUE "00".
       77 WS-PARESWRK-STATUS   PIC X(02) VALUE "00".
       77 WRK-FIM-GRUPO        PIC X VALUE 'N'.
       77 CNT-DIGITO-RUIM      PIC 9(05) VALUE ZEROS.
       77 CNT-SEM-MESTRE       PIC 9(05) VALUE ZEROS.
       77 CNT-IDX-SEM-MESTRE   PIC 9(05) VALUE ZEROS.
       77 CNT-ALUNOS-REG       PIC 9(05) VALUE ZEROS.
       77 CNT-NOTAS-REG        PIC 9(05) VALUE ZEROS.

      * Entrada corrente da busca de duplicatas, guardada enquanto o
      * arquivo de nomes e reposicionado nas entradas anteriores de
      * mesmo nome.
       01  WRK-ENTRADA.
           05 WRK-ENT-CHAVE.
              10 WRK-ENT-NOME     PIC X(30).
              10 WRK-ENT-SEQ      PIC 9(07).
           05 WRK-ENT-MATRICULA   PIC 9(06).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "SANEAMENTO DOS ARQUIVOS DE ALUNOS (RELSANEIA)".
           DISPLAY "===================================".

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "VARREDURA DE SANEAMENTO DOS ARQUIVOS DE ALUNOS" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM VARRE-DIGITO-ALUNCAD
           OPEN OUTPUT NOMES-WRK-FILE
           PERFORM VARRE-DIGITO-ALUNOIDX
           CLOSE NOMES-WRK-FILE
           PERFORM VARRE-DIGITO-ALUNOS
           PERFORM VARRE-DIGITO-NOTASDISC
           IF CNT-DIGITO-RUIM = 0
           MOVE "2. REGISTROS DE NOTA SEM MESTRE NO ALUNCAD:" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM ZERA-RELATADAS
           MOVE "ALUNOS" TO WRK-ARQUIVO-VEZ
           PERFORM VARRE-ORFAOS-ALUNOS
           MOVE "NOTASDISC" TO WRK-ARQUIVO-VEZ
           PERFORM VARRE-ORFAOS-NOTASDISC
           CLOSE RELATADAS-WRK-FILE
           IF CNT-SEM-MESTRE = 0
               MOVE "  (NENHUM)" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
                           MOVE AI-MATRICULA TO WRK-MATRICULA
                           MOVE "ALUNOIDX" TO WRK-ARQUIVO-VEZ
                           PERFORM CONFERE-DIGITO
                           ADD 1 TO QTD-IDX
                           MOVE AI-NOME TO TI-NOME
                           MOVE QTD-IDX TO TI-SEQ
                           MOVE AI-MATRICULA TO TI-MATRICULA
                           WRITE NOMES-WRK-REC
                   END-READ
               END-PERFORM
               CLOSE ALUNO-IDX-FILE
      * ----------------------------------------------------------------
       VARRE-DIGITO-ALUNOS.

           PERFORM ZERA-RELATADAS
           MOVE "00" TO WS-ALUNOS-STATUS
           OPEN INPUT ALUNOS-FILE
           IF WS-ALUNOS-STATUS = "00"
                   END-READ
               END-PERFORM
               CLOSE ALUNOS-FILE
           END-IF
           CLOSE RELATADAS-WRK-FILE.

      * ----------------------------------------------------------------
      * Confere o digito das matriculas de NOTASDISC.
      * ----------------------------------------------------------------
       VARRE-DIGITO-NOTASDISC.

           PERFORM ZERA-RELATADAS
           MOVE "00" TO WS-NOTASDISC-STATUS
           OPEN INPUT NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS = "00"
                   END-READ
               END-PERFORM
               CLOSE NOTASDISC-FILE
           END-IF
           CLOSE RELATADAS-WRK-FILE.

      * ----------------------------------------------------------------
      * Passa a matricula corrente pelo PROG10V e relata o digito
      * ----------------------------------------------------------------
      * Confere se a matricula corrente ja foi relatada na secao (a
      * mesma matricula aparece em varios registros dos arquivos de
      * nota); nao relatada, ela entra no arquivo de relatadas.
      * ----------------------------------------------------------------
       VERIFICA-JA-RELATADA.

           MOVE 'N' TO WRK-JA-RELATADA
           MOVE WRK-MATRICULA TO TR-MATRICULA
           WRITE RELATADAS-WRK-REC
               INVALID KEY
                   MOVE 'S' TO WRK-JA-RELATADA
           END-WRITE.

      * ----------------------------------------------------------------
      * Recria vazio o arquivo de matriculas relatadas para uma nova
      * secao e o deixa aberto.
      * ----------------------------------------------------------------
       ZERA-RELATADAS.

           OPEN OUTPUT RELATADAS-WRK-FILE
           CLOSE RELATADAS-WRK-FILE
           OPEN I-O RELATADAS-WRK-FILE.

      * ----------------------------------------------------------------
      * Confere a matricula corrente contra o cadastro mestre.
           END-IF.

      * ----------------------------------------------------------------
      * Relata as entradas do indice sem mestre no ALUNCAD, relendo o
      * ALUNOIDX na ordem do arquivo.
      * ----------------------------------------------------------------
       VARRE-INDICE-SEM-MESTRE.

           MOVE "00" TO WS-ALUNOIDX-STATUS
           OPEN INPUT ALUNO-IDX-FILE
           IF WS-ALUNOIDX-STATUS = "00"
               PERFORM UNTIL WS-ALUNOIDX-STATUS = "10"
                   READ ALUNO-IDX-FILE
                       AT END
                           MOVE "10" TO WS-ALUNOIDX-STATUS
                       NOT AT END
                           PERFORM RELATA-INDICE-SEM-MESTRE
                   END-READ
               END-PERFORM
               CLOSE ALUNO-IDX-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Relata a entrada corrente do indice quando ela nao tem mestre.
      * ----------------------------------------------------------------
       RELATA-INDICE-SEM-MESTRE.

           MOVE AI-MATRICULA TO WRK-MATRICULA
           PERFORM CONFERE-MESTRE
           IF WRK-TEM-MESTRE NOT = 'S'
               ADD 1 TO CNT-IDX-SEM-MESTRE
               MOVE SPACES TO RELATORIO-LINHA
               STRING "  ALUNOIDX: " AI-MATRICULA
                   " " AI-NOME
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      * ----------------------------------------------------------------
      * Procura no indice o mesmo nome sob duas matriculas: o caso
      * ----------------------------------------------------------------
       PROCURA-DUPLICATAS-NOME.

           OPEN INPUT NOMES-WRK-FILE
           OPEN OUTPUT PARES-WRK-FILE
           MOVE "00" TO WS-NOMESWRK-STATUS
           PERFORM UNTIL WS-NOMESWRK-STATUS = "10"
               READ NOMES-WRK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-NOMESWRK-STATUS
                   NOT AT END
                       PERFORM PAREIA-ENTRADA
               END-READ
           END-PERFORM
           CLOSE PARES-WRK-FILE
           CLOSE NOMES-WRK-FILE

           OPEN INPUT PARES-WRK-FILE
           MOVE "00" TO WS-PARESWRK-STATUS
           PERFORM UNTIL WS-PARESWRK-STATUS = "10"
               READ PARES-WRK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-PARESWRK-STATUS
                   NOT AT END
                       PERFORM IMPRIME-UM-PAR
               END-READ
           END-PERFORM
           CLOSE PARES-WRK-FILE.

      * ----------------------------------------------------------------
      * Pareia a entrada lida com as anteriores do mesmo nome e devolve
      * a leitura ao ponto seguinte a ela.
      * ----------------------------------------------------------------
       PAREIA-ENTRADA.

           MOVE TI-CHAVE TO WRK-ENT-CHAVE
           MOVE TI-MATRICULA TO WRK-ENT-MATRICULA

           MOVE WRK-ENT-NOME TO TI-NOME
           MOVE ZEROS TO TI-SEQ
           MOVE 'N' TO WRK-FIM-GRUPO
           START NOMES-WRK-FILE KEY IS NOT LESS THAN TI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START
           PERFORM UNTIL WRK-FIM-GRUPO = 'S'
               READ NOMES-WRK-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF TI-SEQ NOT < WRK-ENT-SEQ
                           MOVE 'S' TO WRK-FIM-GRUPO
                       ELSE
                           PERFORM GUARDA-PAR
                       END-IF
               END-READ
           END-PERFORM

           MOVE WRK-ENT-CHAVE TO TI-CHAVE
           START NOMES-WRK-FILE KEY IS GREATER THAN TI-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-NOMESWRK-STATUS
           END-START.

      * ----------------------------------------------------------------
      * Grava o par (entrada anterior lida, entrada corrente) quando
      * as matriculas diferem.
      * ----------------------------------------------------------------
       GUARDA-PAR.

           IF TI-MATRICULA NOT = WRK-ENT-MATRICULA
               MOVE WRK-ENT-SEQ TO TP-SEQ-ENT
               MOVE TI-SEQ TO TP-SEQ-PAR
               MOVE WRK-ENT-NOME TO TP-NOME
               MOVE TI-MATRICULA TO TP-MATRICULA-PAR
               MOVE WRK-ENT-MATRICULA TO TP-MATRICULA-ENT
               WRITE PARES-WRK-REC
           END-IF.

      * ----------------------------------------------------------------
      * Imprime o par lido com as contagens das duas matriculas.
      * ----------------------------------------------------------------
       IMPRIME-UM-PAR.

           ADD 1 TO CNT-CANDIDATOS
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  " TP-NOME ": "
               TP-MATRICULA-PAR " E "
               TP-MATRICULA-ENT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE TP-MATRICULA-PAR TO WRK-MATRICULA
           PERFORM RELATA-CONTAGENS
           MOVE TP-MATRICULA-ENT TO WRK-MATRICULA
           PERFORM RELATA-CONTAGENS.

      * ----------------------------------------------------------------
      * Conta e relata os registros da matricula corrente em ALUNOS e
