      *          que os boletins saiam.
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   15/10 - RLS - Entradas, matriculas ja vistas e pares
      *                 encontrados passam para arquivos de trabalho
      *                 indexados (RELDUPLIC.WRK, .MAT e .PAR) no lugar
      *                 da tabela de 300 entradas: o pareamento deixa de
      *                 ter limite e o aviso de excedente sai. Os pares
      *                 saem na mesma ordem de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG60.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT NOMES-WRK-FILE ASSIGN TO "RELDUPLIC.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-CHAVE
               FILE STATUS IS WS-NOMESWRK-STATUS.

           SELECT MATRICULAS-WRK-FILE ASSIGN TO "RELDUPLIC.MAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-MATRICULA
               FILE STATUS IS WS-MATRWRK-STATUS.

           SELECT PARES-WRK-FILE ASSIGN TO "RELDUPLIC.PAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-CHAVE
               FILE STATUS IS WS-PARESWRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-CAD-FILE.
       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(90).

      * Entradas carregadas de ALUNCAD e ALUNOIDX, com o nome
      * normalizado para o pareamento. A chave agrupa as entradas de
      * mesmo nome na ordem de carga (TE-SEQ).
       FD  NOMES-WRK-FILE.
       01  NOMES-WRK-REC.
           05 TE-CHAVE.
              10 TE-NOME          PIC X(30).
              10 TE-SEQ           PIC 9(07).
           05 TE-MATRICULA        PIC 9(06).
           05 TE-CURSO            PIC X(20).
           05 TE-TURMA            PIC X(10).

      * Matriculas ja carregadas, para o ALUNOIDX nao repetir uma
      * entrada do cadastro mestre.
       FD  MATRICULAS-WRK-FILE.
       01  MATRICULAS-WRK-REC.
           05 TM-MATRICULA        PIC 9(06).

      * Pares encontrados: tipo (1 forte, 2 possivel) e a ordem de
      * carga das duas entradas, a mesma ordem de listagem de sempre.
       FD  PARES-WRK-FILE.
       01  PARES-WRK-REC.
           05 TP-CHAVE.
              10 TP-TIPO          PIC X(01).
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
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WS-NOMESWRK-STATUS   PIC X(02) VALUE "00".
       77 WS-MATRWRK-STATUS    PIC X(02) VALUE "00".
       77 WS-PARESWRK-STATUS   PIC X(02) VALUE "00".
       77 QTD-ENTRADAS         PIC 9(07) VALUE ZEROS.
       77 WRK-FIM-GRUPO        PIC X VALUE 'N'.
       77 WRK-TIPO-PAR         PIC X VALUE SPACE.
       77 CNT-FORTES           PIC 9(03) VALUE ZEROS.
       77 CNT-POSSIVEIS        PIC 9(03) VALUE ZEROS.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-NOME-NORMAL      PIC X(30) VALUE SPACES.
       77 WRK-ULTIMO-BRANCO    PIC X VALUE 'N'.

      * Entrada corrente do pareamento, guardada enquanto o arquivo de
      * nomes e reposicionado nas entradas anteriores de mesmo nome.
       01  WRK-ENTRADA.
           05 WRK-ENT-CHAVE.
              10 WRK-ENT-NOME     PIC X(30).
              10 WRK-ENT-SEQ      PIC 9(07).
           05 WRK-ENT-MATRICULA   PIC 9(06).
           05 WRK-ENT-CURSO       PIC X(20).
           05 WRK-ENT-TURMA       PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "DETECCAO DE PROVAVEIS DUPLICADOS (RELDUPLIC)".
           DISPLAY "===================================".

           OPEN OUTPUT NOMES-WRK-FILE
           OPEN OUTPUT MATRICULAS-WRK-FILE
           CLOSE MATRICULAS-WRK-FILE
           OPEN I-O MATRICULAS-WRK-FILE
           PERFORM CARREGA-ALUNCAD
           PERFORM CARREGA-ALUNOIDX
           CLOSE MATRICULAS-WRK-FILE
           CLOSE NOMES-WRK-FILE

           OPEN INPUT NOMES-WRK-FILE
           OPEN OUTPUT PARES-WRK-FILE
           PERFORM LOCALIZA-PARES
           CLOSE PARES-WRK-FILE
           CLOSE NOMES-WRK-FILE

           OPEN INPUT PARES-WRK-FILE
           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "CANDIDATOS A UNIFICACAO DE MATRICULAS (PROG13)" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           CLOSE RELATORIO-FILE
           CLOSE PARES-WRK-FILE

           DISPLAY "RELATORIO GRAVADO EM RELDUPLIC."
           DISPLAY "FORTES: " CNT-FORTES
                       AT END
                           MOVE "10" TO WS-ALUNCAD-STATUS
                       NOT AT END
                           MOVE AC-MATRICULA TO TM-MATRICULA
                           WRITE MATRICULAS-WRK-REC
                           END-WRITE
                           ADD 1 TO QTD-ENTRADAS
                           MOVE AC-NOME TO WRK-NOME-BRUTO
                           PERFORM NORMALIZA-NOME
                           MOVE WRK-NOME-NORMAL TO TE-NOME
                           MOVE QTD-ENTRADAS TO TE-SEQ
                           MOVE AC-MATRICULA TO TE-MATRICULA
                           MOVE AC-CURSO TO TE-CURSO
                           MOVE AC-TURMA TO TE-TURMA
                           WRITE NOMES-WRK-REC
                   END-READ
               END-PERFORM
               CLOSE ALUNO-CAD-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Acrescenta as matriculas do ALUNOIDX que ainda nao foram
      * carregadas (alunos anteriores ao cadastro mestre), sem curso nem
      * turma.
      * ----------------------------------------------------------------
       CARREGA-ALUNOIDX.

      * ----------------------------------------------------------------
      * Acrescenta a entrada corrente do indice quando a matricula
      * ainda nao foi carregada.
      * ----------------------------------------------------------------
       ACRESCENTA-DO-INDICE.

           MOVE AI-MATRICULA TO TM-MATRICULA
           WRITE MATRICULAS-WRK-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO QTD-ENTRADAS
                   MOVE AI-NOME TO WRK-NOME-BRUTO
                   PERFORM NORMALIZA-NOME
                   MOVE WRK-NOME-NORMAL TO TE-NOME
                   MOVE QTD-ENTRADAS TO TE-SEQ
                   MOVE AI-MATRICULA TO TE-MATRICULA
                   MOVE SPACES TO TE-CURSO
                   MOVE SPACES TO TE-TURMA
                   WRITE NOMES-WRK-REC
                   END-WRITE
           END-WRITE.

      * ----------------------------------------------------------------
      * Normaliza WRK-NOME-BRUTO em WRK-NOME-NORMAL: espacos
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Percorre as entradas agrupadas por nome e, para cada uma,
      * grava um par com cada entrada anterior de mesmo nome normalizado
      * sob matricula diferente.
      * ----------------------------------------------------------------
       LOCALIZA-PARES.

           MOVE "00" TO WS-NOMESWRK-STATUS
           PERFORM UNTIL WS-NOMESWRK-STATUS = "10"
               READ NOMES-WRK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-NOMESWRK-STATUS
                   NOT AT END
                       PERFORM PAREIA-ENTRADA
               END-READ
           END-PERFORM.

      * ----------------------------------------------------------------
      * Pareia a entrada lida com as anteriores do mesmo nome e devolve
      * a leitura ao ponto seguinte a ela.
      * ----------------------------------------------------------------
       PAREIA-ENTRADA.

           MOVE TE-CHAVE TO WRK-ENT-CHAVE
           MOVE TE-MATRICULA TO WRK-ENT-MATRICULA
           MOVE TE-CURSO TO WRK-ENT-CURSO
           MOVE TE-TURMA TO WRK-ENT-TURMA

           MOVE WRK-ENT-NOME TO TE-NOME
           MOVE ZEROS TO TE-SEQ
           MOVE 'N' TO WRK-FIM-GRUPO
           START NOMES-WRK-FILE KEY IS NOT LESS THAN TE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START
           PERFORM UNTIL WRK-FIM-GRUPO = 'S'
               READ NOMES-WRK-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF TE-SEQ NOT < WRK-ENT-SEQ
                           MOVE 'S' TO WRK-FIM-GRUPO
                       ELSE
                           PERFORM GUARDA-PAR
                       END-IF
               END-READ
           END-PERFORM

           MOVE WRK-ENT-CHAVE TO TE-CHAVE
           START NOMES-WRK-FILE KEY IS GREATER THAN TE-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-NOMESWRK-STATUS
           END-START.

      * ----------------------------------------------------------------
      * Grava o par (entrada anterior lida, entrada corrente) como
      * forte - mesmo curso e mesma turma - ou possivel.
      * ----------------------------------------------------------------
       GUARDA-PAR.

           IF TE-MATRICULA NOT = WRK-ENT-MATRICULA
               IF TE-CURSO = WRK-ENT-CURSO AND
                  TE-TURMA = WRK-ENT-TURMA AND
                  WRK-ENT-CURSO NOT = SPACES
                   MOVE "1" TO TP-TIPO
                   ADD 1 TO CNT-FORTES
               ELSE
                   MOVE "2" TO TP-TIPO
                   ADD 1 TO CNT-POSSIVEIS
               END-IF
               MOVE WRK-ENT-SEQ TO TP-SEQ-ENT
               MOVE TE-SEQ TO TP-SEQ-PAR
               MOVE WRK-ENT-NOME TO TP-NOME
               MOVE TE-MATRICULA TO TP-MATRICULA-PAR
               MOVE WRK-ENT-MATRICULA TO TP-MATRICULA-ENT
               WRITE PARES-WRK-REC
           END-IF.

      * ----------------------------------------------------------------
      * Lista os pares fortes: mesmo nome normalizado, mesmo curso e
      * mesma turma, sob matriculas diferentes.
      * ----------------------------------------------------------------
       LISTA-PARES-FORTES.

           MOVE "1" TO WRK-TIPO-PAR
           PERFORM LISTA-PARES-DO-TIPO.

      * ----------------------------------------------------------------
      * Lista os pares possiveis: mesmo nome normalizado sob
      * ----------------------------------------------------------------
       LISTA-PARES-POSSIVEIS.

           MOVE "2" TO WRK-TIPO-PAR
           PERFORM LISTA-PARES-DO-TIPO.

      * ----------------------------------------------------------------
      * Imprime os pares gravados do tipo em WRK-TIPO-PAR, na ordem de
      * carga das entradas.
      * ----------------------------------------------------------------
       LISTA-PARES-DO-TIPO.

           MOVE WRK-TIPO-PAR TO TP-TIPO
           MOVE ZEROS TO TP-SEQ-ENT TP-SEQ-PAR
           MOVE "00" TO WS-PARESWRK-STATUS
           START PARES-WRK-FILE KEY IS NOT LESS THAN TP-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-PARESWRK-STATUS
           END-START
           PERFORM UNTIL WS-PARESWRK-STATUS = "10"
               READ PARES-WRK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-PARESWRK-STATUS
                   NOT AT END
                       IF TP-TIPO NOT = WRK-TIPO-PAR
                           MOVE "10" TO WS-PARESWRK-STATUS
                       ELSE
                           PERFORM IMPRIME-UM-PAR
                       END-IF
               END-READ
           END-PERFORM.

      * ----------------------------------------------------------------
      * Imprime o par lido com as contagens de registros das duas
      * matriculas.
      * ----------------------------------------------------------------
       IMPRIME-UM-PAR.

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
