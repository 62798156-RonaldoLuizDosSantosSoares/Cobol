      *                 de entrar na lista de risco - o aluno nao esta
      *                 frequentando - e saem apenas contados em
      *                 rubrica propria no rodape do relatorio.
      *   15/10 - RLS - Alunos em risco acumulados no arquivo de
      *                 trabalho indexado RELRISCO.WRK, chaveado por
      *                 materia e P1, no lugar da tabela de 300
      *                 entradas ordenada em memoria: a lista deixa de
      *                 ter limite e o aviso de excedente sai.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Rotulo dos suspensos inclui o abandono.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG26.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT RISCO-WRK-FILE ASSIGN TO "RELRISCO.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-CHAVE
               FILE STATUS IS WS-RISCOWRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS-FILE.
       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(90).

      * Alunos em risco para a listagem agrupada por materia: a chave
      * (materia, P1 e ordem de leitura) ja entrega a ordem do
      * relatorio.
       FD  RISCO-WRK-FILE.
       01  RISCO-WRK-REC.
           05 RW-CHAVE.
              10 RW-MATERIA       PIC X(30).
              10 RW-P1            PIC 99V99.
              10 RW-SEQ           PIC 9(07).
           05 RW-MATRICULA        PIC 9(06).
           05 RW-NOME             PIC X(30).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNOS-STATUS     PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-PERIODO-FILTRO   PIC X(06) VALUE SPACES.
       77 CNT-EM-RISCO         PIC 9(05) VALUE ZEROS.
       77 WRK-MATERIA-ATUAL    PIC X(30) VALUE SPACES.
       77 WRK-P1-EDIT          PIC Z9.99.
       77 CNT-SUSPENSOS        PIC 9(05) VALUE ZEROS.
       77 WS-RISCOWRK-STATUS   PIC X(02) VALUE "00".

      * Faixa vigente (o limite de aprovacao delimita a zona de
      * risco do P1).
           05 FXV-ROTULO-RECUPERA PIC X(15) VALUE "EM RECUPERACAO".
           05 FXV-ROTULO-APROVA   PIC X(15) VALUE "APROVADO".

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "ALERTA DE MEIO DE PERIODO (REGISTROS SO COM P1)".
           DISPLAY "===================================".
               FXV-ROTULO-RECUPERA FXV-ROTULO-APROVA
           END-CALL

           OPEN OUTPUT RISCO-WRK-FILE
           PERFORM ACUMULA-PARCIAIS
           CLOSE RISCO-WRK-FILE

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           OPEN INPUT RISCO-WRK-FILE
           PERFORM IMPRIME-RELATORIO
           CLOSE RISCO-WRK-FILE
           CLOSE RELATORIO-FILE

           DISPLAY "RELATORIO GRAVADO EM RELRISCO."

      * ----------------------------------------------------------------
      * Varre ALUNOS no periodo filtrado, conta os registros parciais
      * (P2 e P3 zerados) e acumula no arquivo de trabalho os que tem
      * P1 abaixo do limite de aprovacao.
      * ----------------------------------------------------------------
       ACUMULA-PARCIAIS.

           END-IF.

      * ----------------------------------------------------------------
      * Grava o registro corrente no arquivo de trabalho dos alunos em
      * risco (materia e P1 crescente dentro da materia, na ordem de
      * leitura em caso de empate), para a listagem agrupada da
      * tutoria.
      * ----------------------------------------------------------------
       GUARDA-ALUNO-EM-RISCO.

           ADD 1 TO CNT-EM-RISCO
           MOVE GR-MATERIA   TO RW-MATERIA
           MOVE GR-P1        TO RW-P1
           MOVE CNT-EM-RISCO TO RW-SEQ
           MOVE GR-MATRICULA TO RW-MATRICULA
           MOVE GR-NOME      TO RW-NOME
           WRITE RISCO-WRK-REC.

      * ----------------------------------------------------------------
      * Imprime a listagem agrupada por materia.
           END-IF

           MOVE SPACES TO WRK-MATERIA-ATUAL
           PERFORM UNTIL WS-RISCOWRK-STATUS = "10"
               READ RISCO-WRK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-RISCOWRK-STATUS
                   NOT AT END
                       PERFORM IMPRIME-ALUNO-EM-RISCO
               END-READ
           END-PERFORM

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA

           IF CNT-SUSPENSOS > 0
               MOVE SPACES TO RELATORIO-LINHA
               STRING "SUSPENSOS (TRANCAMENTO/TRANSFERENCIA/"
                   "ABANDONO, FORA DA LISTA): " CNT-SUSPENSOS
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      * ----------------------------------------------------------------
      * Imprime um aluno em risco, abrindo o grupo da materia quando
      * ela muda.
      * ----------------------------------------------------------------
       IMPRIME-ALUNO-EM-RISCO.

           IF RW-MATERIA NOT = WRK-MATERIA-ATUAL
               MOVE RW-MATERIA TO WRK-MATERIA-ATUAL
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               STRING "--- " WRK-MATERIA-ATUAL " ---"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE RW-P1 TO WRK-P1-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  " RW-MATRICULA
               " " RW-NOME
               " P1 " WRK-P1-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

       END PROGRAM PROG26.
