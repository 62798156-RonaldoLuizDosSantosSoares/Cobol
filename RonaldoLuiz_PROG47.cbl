      *          materia, quando for o caso).
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   15/10 - RLS - Acumulado por aluno no arquivo de trabalho
      *                 indexado RELBOLSA.WRK, chaveado pela
      *                 matricula, no lugar da tabela de 300 alunos: o
      *                 relatorio deixa de ter limite (antes o aluno
      *                 excedente ficava de fora sem aviso).
      *   15/10 - RLS - Contador impresso de 3 digitos que chegaria
      *                 a 1000 interrompe a execucao pelo PROG31E
      *                 (OPSLOG) em vez de imprimir total virado.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG47.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT ALUNOS-WRK-FILE ASSIGN TO "RELBOLSA.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-MATRICULA
               FILE STATUS IS WS-ALUNOSWRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTASDISC-FILE.
       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(90).

      * Acumulado por aluno do periodo: media geral, marca de
      * reprovacao e marca de presenca abaixo do minimo, com a materia
      * do primeiro problema de cada criterio.
       FD  ALUNOS-WRK-FILE.
       01  ALUNOS-WRK-REC.
           05 TB-MATRICULA        PIC 9(06).
           05 TB-NOME             PIC X(30).
           05 TB-SOMA             PIC 9(07)V99.
           05 TB-QTDE             PIC 9(05).
           05 TB-REPROVOU         PIC X(01).
           05 TB-MAT-REPROVA      PIC X(30).
           05 TB-FREQ-BAIXA       PIC X(01).
           05 TB-MAT-FREQ         PIC X(30).
           05 TB-SIT-CAD          PIC X(01).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-CORTE            PIC 99V99 VALUE ZEROS.
       77 WS-ALUNOSWRK-STATUS  PIC X(02) VALUE "00".
       77 WRK-FREQUENCIA-OK    PIC X(01) VALUE 'S'.
       77 WRK-MATERIA-FREQ     PIC X(30) VALUE SPACES.
       77 WRK-MEDIA-GERAL      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MEDIA-EDIT       PIC Z9.99.
       77 CNT-ELEGIVEIS        PIC 9(03) VALUE ZEROS.
       77 CNT-INELEGIVEIS      PIC 9(03) VALUE ZEROS.
       77 WRK-ERR-PROGRAMA    PIC X(08) VALUE 'PROG47'.
       77 WRK-ERR-ARQUIVO     PIC X(12) VALUE 'RELBOLSA'.
       77 WRK-ERR-OPERACAO    PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS      PIC X(02) VALUE SPACES.
       77 WRK-ELEGIVEL         PIC X VALUE 'N'.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "ELEGIBILIDADE A BOLSA (RELBOLSA)".
           DISPLAY "===================================".
           PERFORM BUSCA-SITUACOES-CADASTRAIS

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM IMPRIME-RELATORIO
           CLOSE RELATORIO-FILE

      * ----------------------------------------------------------------
       ACUMULA-NOTASDISC.

           OPEN OUTPUT ALUNOS-WRK-FILE
           CLOSE ALUNOS-WRK-FILE
           OPEN I-O ALUNOS-WRK-FILE

           OPEN INPUT NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO NOTASDISC."
                   END-READ
               END-PERFORM
               CLOSE NOTASDISC-FILE
           END-IF

           CLOSE ALUNOS-WRK-FILE.

      * ----------------------------------------------------------------
      * Localiza (ou cria) o aluno do registro corrente e acumula a
      * ----------------------------------------------------------------
       ACUMULA-UM-REGISTRO.

           MOVE GR-MATRICULA OF NOTASDISC-REC TO TB-MATRICULA
           READ ALUNOS-WRK-FILE
               INVALID KEY
                   MOVE GR-MATRICULA OF NOTASDISC-REC TO TB-MATRICULA
                   MOVE GR-NOME OF NOTASDISC-REC TO TB-NOME
                   MOVE ZEROS TO TB-SOMA
                   MOVE ZEROS TO TB-QTDE
                   MOVE 'N' TO TB-REPROVOU
                   MOVE SPACES TO TB-MAT-REPROVA
                   MOVE 'N' TO TB-FREQ-BAIXA
                   MOVE SPACES TO TB-MAT-FREQ
                   MOVE SPACE TO TB-SIT-CAD
                   PERFORM SOMA-NO-ALUNO
                   WRITE ALUNOS-WRK-REC
                   END-WRITE
               NOT INVALID KEY
                   PERFORM SOMA-NO-ALUNO
                   REWRITE ALUNOS-WRK-REC
                   END-REWRITE
           END-READ.

      * ----------------------------------------------------------------
      * Acumula o registro corrente no aluno lido: media,
      * situacao de reprovacao e presenca da materia.
      * ----------------------------------------------------------------
       SOMA-NO-ALUNO.

           ADD GR-MEDIA OF NOTASDISC-REC TO TB-SOMA
           ADD 1 TO TB-QTDE

           IF GR-SITUACAO OF NOTASDISC-REC (1:9) = "REPROVADO"
               IF TB-REPROVOU NOT = 'S'
                   MOVE 'S' TO TB-REPROVOU
                   MOVE GR-MATERIA OF NOTASDISC-REC TO
                       TB-MAT-REPROVA
               END-IF
           END-IF

           END-CALL

           IF WRK-FREQUENCIA-OK = 'N'
               IF TB-FREQ-BAIXA NOT = 'S'
                   MOVE 'S' TO TB-FREQ-BAIXA
                   MOVE GR-MATERIA OF NOTASDISC-REC TO
                       TB-MAT-FREQ
               END-IF
           END-IF.

                   "SITUACAO CADASTRAL FICARA EM BRANCO."
               CLOSE ALUNO-CAD-FILE
           ELSE
               MOVE "00" TO WS-ALUNOSWRK-STATUS
               OPEN I-O ALUNOS-WRK-FILE
               PERFORM UNTIL WS-ALUNOSWRK-STATUS = "10"
                   READ ALUNOS-WRK-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ALUNOSWRK-STATUS
                       NOT AT END
                           MOVE TB-MATRICULA TO AC-MATRICULA
                           READ ALUNO-CAD-FILE
                               INVALID KEY
                                   MOVE SPACE TO TB-SIT-CAD
                               NOT INVALID KEY
                                   MOVE AC-SITUACAO-CAD TO TB-SIT-CAD
                           END-READ
                           REWRITE ALUNOS-WRK-REC
                           END-REWRITE
                   END-READ
               END-PERFORM
               CLOSE ALUNOS-WRK-FILE
               CLOSE ALUNO-CAD-FILE
           END-IF.


           MOVE "ALUNOS ELEGIVEIS:" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "00" TO WS-ALUNOSWRK-STATUS
           OPEN INPUT ALUNOS-WRK-FILE
           PERFORM UNTIL WS-ALUNOSWRK-STATUS = "10"
               READ ALUNOS-WRK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ALUNOSWRK-STATUS
                   NOT AT END
                       PERFORM AVALIA-ELEGIBILIDADE
                       IF WRK-ELEGIVEL = 'S'
                           IF CNT-ELEGIVEIS = 999
                               PERFORM REPORTA-LIMITE-CONTADOR
                           END-IF
                           ADD 1 TO CNT-ELEGIVEIS
                           MOVE WRK-MEDIA-GERAL TO WRK-MEDIA-EDIT
                           MOVE SPACES TO RELATORIO-LINHA
                           STRING "  " TB-MATRICULA
                               " " TB-NOME
                               " MEDIA GERAL " WRK-MEDIA-EDIT
                               DELIMITED BY SIZE INTO RELATORIO-LINHA
                           WRITE RELATORIO-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALUNOS-WRK-FILE
           IF CNT-ELEGIVEIS = 0
               MOVE "  (NENHUM)" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           MOVE "ALUNOS NAO ELEGIVEIS (CRITERIO QUE FALHOU):" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "00" TO WS-ALUNOSWRK-STATUS
           OPEN INPUT ALUNOS-WRK-FILE
           PERFORM UNTIL WS-ALUNOSWRK-STATUS = "10"
               READ ALUNOS-WRK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ALUNOSWRK-STATUS
                   NOT AT END
                       PERFORM AVALIA-ELEGIBILIDADE
                       IF WRK-ELEGIVEL NOT = 'S'
                           IF CNT-INELEGIVEIS = 999
                               PERFORM REPORTA-LIMITE-CONTADOR
                           END-IF
                           ADD 1 TO CNT-INELEGIVEIS
                           PERFORM IMPRIME-MOTIVOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALUNOS-WRK-FILE
           IF CNT-INELEGIVEIS = 0
               MOVE "  (NENHUM)" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Avalia os quatro criterios para o aluno lido, deixando a
      * media geral em WRK-MEDIA-GERAL.
      * ----------------------------------------------------------------
       AVALIA-ELEGIBILIDADE.

           COMPUTE WRK-MEDIA-GERAL =
               TB-SOMA / TB-QTDE

           IF TB-SIT-CAD = 'A' AND
              WRK-MEDIA-GERAL >= WRK-CORTE AND
              TB-REPROVOU NOT = 'S' AND
              TB-FREQ-BAIXA NOT = 'S'
               MOVE 'S' TO WRK-ELEGIVEL
           ELSE
               MOVE 'N' TO WRK-ELEGIVEL

           MOVE WRK-MEDIA-GERAL TO WRK-MEDIA-EDIT
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  " TB-MATRICULA
               " " TB-NOME
               " MEDIA GERAL " WRK-MEDIA-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           IF TB-SIT-CAD NOT = 'A'
               MOVE SPACES TO RELATORIO-LINHA
               STRING "    - SITUACAO CADASTRAL NAO ATIVA ("
                   TB-SIT-CAD ")"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           IF TB-REPROVOU = 'S'
               MOVE SPACES TO RELATORIO-LINHA
               STRING "    - REPROVACAO EM "
                   TB-MAT-REPROVA
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           IF TB-FREQ-BAIXA = 'S'
               MOVE SPACES TO RELATORIO-LINHA
               STRING "    - PRESENCA ABAIXO DE 75% EM "
                   TB-MAT-FREQ
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

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

       END PROGRAM PROG47.
