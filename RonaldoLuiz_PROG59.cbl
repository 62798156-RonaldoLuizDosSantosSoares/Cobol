      *          CALENDARIO.NEW, como nas demais tabelas sequenciais.
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   15/10 - RLS - Passa a manter tambem a lista de feriados e
      *                 dias sem aula de cada periodo (arquivo
      *                 FERIADOS, layout FERIAREC): inclui (data
      *                 dentro do periodo do calendario), remove (via o
      *                 intermediario FERIADOS.NEW) e lista. A lista e
      *                 descontada no calculo de aulas previstas do
      *                 PROG79V.
      *   15/10 - RLS - Nova opcao para definir o prazo de entrega das
      *                 notas do periodo (CD-PRAZO-NOTAS), regravando o
      *                 calendario via CALENDARIO.NEW; a listagem
      *                 passa a mostrar o prazo.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG59.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALNOVO-STATUS.

           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADOS-STATUS.

           SELECT FERIADOS-NOVO-FILE ASSIGN TO "FERIADOS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERNOVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-FILE.
           COPY CALENREC.

       FD  CALENDARIO-NOVO-FILE.
       01  CALENDARIO-NOVO-REC     PIC X(33).

       FD  FERIADOS-FILE.
       01  FERIADOS-REC.
           COPY FERIAREC.

       FD  FERIADOS-NOVO-FILE.
       01  FERIADOS-NOVO-REC       PIC X(46).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-CALENDARIO-STATUS PIC X(02) VALUE "00".
       77 WS-CALNOVO-STATUS    PIC X(02) VALUE "00".
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-JA-EXISTE        PIC X VALUE 'N'.
       77 WRK-REMOVIDA         PIC X VALUE 'N'.
       77 CNT-LINHAS           PIC 9(03) VALUE ZEROS.
       77 WS-FERIADOS-STATUS   PIC X(02) VALUE "00".
       77 WS-FERNOVO-STATUS    PIC X(02) VALUE "00".
       77 WRK-DATA-FERIADO     PIC X(08) VALUE SPACES.
       77 WRK-DESC-FERIADO     PIC X(30) VALUE SPACES.
       77 WRK-PRAZO-NOTAS      PIC X(08) VALUE SPACES.
       77 WRK-ALTERADA         PIC X VALUE 'N'.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CALENDARIO ACADEMICO (CALENDARIO)".
           DISPLAY "===================================".
           DISPLAY "  I - INCLUIR PERIODO"
           DISPLAY "  R - REMOVER PERIODO"
           DISPLAY "  L - LISTAR O CALENDARIO"
           DISPLAY "  P - PRAZO DE ENTREGA DAS NOTAS DO PERIODO"
           DISPLAY "  F - INCLUIR FERIADO / DIA SEM AULA"
           DISPLAY "  X - REMOVER FERIADO"
           DISPLAY "  H - LISTAR FERIADOS DE UM PERIODO"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

               WHEN 'L'
               WHEN 'l'
                   PERFORM LISTA-CALENDARIO
               WHEN 'P'
               WHEN 'p'
                   PERFORM DEFINE-PRAZO-NOTAS
               WHEN 'F'
               WHEN 'f'
                   PERFORM INCLUI-FERIADO
               WHEN 'X'
               WHEN 'x'
                   PERFORM REMOVE-FERIADO
               WHEN 'H'
               WHEN 'h'
                   PERFORM LISTA-FERIADOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           IF WS-CALENDARIO-STATUS NOT = "00"
               DISPLAY "CALENDARIO AINDA NAO EXISTE."
           ELSE
               DISPLAY "PERIODO / INICIO / FIM / PRAZO DAS NOTAS:"
               PERFORM UNTIL WS-CALENDARIO-STATUS = "10"
                   READ CALENDARIO-FILE
                       AT END
                       NOT AT END
                           ADD 1 TO CNT-LINHAS
                           DISPLAY "  " CD-PERIODO " "
                               CD-DATA-INICIO " " CD-DATA-FIM " "
                               CD-PRAZO-NOTAS
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF
           MOVE "00" TO WS-CALENDARIO-STATUS.

      * ----------------------------------------------------------------
      * Define (ou limpa, com resposta em branco) o prazo de entrega
      * das notas de um periodo do calendario, regravando o arquivo
      * via o intermediario CALENDARIO.NEW.
      * ----------------------------------------------------------------
       DEFINE-PRAZO-NOTAS.

           DISPLAY "PERIODO (EX. 2026-1):"
           ACCEPT WRK-PERIODO
           DISPLAY "PRAZO DE ENTREGA DAS NOTAS (AAAAMMDD, BRANCO = "
               "SEM PRAZO):"
           MOVE SPACES TO WRK-PRAZO-NOTAS
           ACCEPT WRK-PRAZO-NOTAS

           IF WRK-PRAZO-NOTAS NOT = SPACES AND
              WRK-PRAZO-NOTAS IS NOT NUMERIC
               DISPLAY "PRAZO INVALIDO."
           ELSE
               MOVE 'N' TO WRK-ALTERADA
               OPEN INPUT CALENDARIO-FILE
               IF WS-CALENDARIO-STATUS NOT = "00"
                   DISPLAY "CALENDARIO AINDA NAO EXISTE."
               ELSE
                   OPEN OUTPUT CALENDARIO-NOVO-FILE
                   PERFORM COPIA-COM-PRAZO
                       UNTIL WS-CALENDARIO-STATUS = "10"
                   CLOSE CALENDARIO-FILE
                   CLOSE CALENDARIO-NOVO-FILE

                   IF WRK-ALTERADA = 'S'
                       PERFORM COPIA-NOVO-PARA-CALENDARIO
                       DISPLAY "PRAZO DAS NOTAS GRAVADO."
                   ELSE
                       DISPLAY "PERIODO NAO CONSTA DO CALENDARIO."
                   END-IF
               END-IF
           END-IF
           MOVE "00" TO WS-CALENDARIO-STATUS.

      * ----------------------------------------------------------------
      * Copia uma linha do calendario para o intermediario, com o
      * prazo novo na linha do periodo informado.
      * ----------------------------------------------------------------
       COPIA-COM-PRAZO.

           READ CALENDARIO-FILE
               AT END
                   MOVE "10" TO WS-CALENDARIO-STATUS
               NOT AT END
                   IF CD-PERIODO = WRK-PERIODO
                       MOVE 'S' TO WRK-ALTERADA
                       MOVE WRK-PRAZO-NOTAS TO CD-PRAZO-NOTAS
                   END-IF
                   MOVE CALENDARIO-REC TO CALENDARIO-NOVO-REC
                   WRITE CALENDARIO-NOVO-REC
           END-READ.

      * ----------------------------------------------------------------
      * Inclui um feriado (ou dia sem aula) no periodo, com a data
      * dentro das datas de inicio e fim do calendario.
      * ----------------------------------------------------------------
       INCLUI-FERIADO.

           DISPLAY "PERIODO DO FERIADO (EX. 2026-1):"
           ACCEPT WRK-PERIODO
           DISPLAY "DATA (AAAAMMDD):"
           ACCEPT WRK-DATA-FERIADO
           DISPLAY "DESCRICAO:"
           ACCEPT WRK-DESC-FERIADO

           PERFORM BUSCA-DATAS-PERIODO
           IF WRK-JA-EXISTE NOT = 'S'
               DISPLAY "PERIODO NAO CONSTA DO CALENDARIO. INCLUA-O "
                   "ANTES DOS FERIADOS."
           ELSE
               IF WRK-DATA-FERIADO IS NOT NUMERIC OR
                  WRK-DATA-FERIADO < WRK-DATA-INICIO OR
                  WRK-DATA-FERIADO > WRK-DATA-FIM
                   DISPLAY "DATA INVALIDA OU FORA DO PERIODO ("
                       WRK-DATA-INICIO " A " WRK-DATA-FIM ")."
               ELSE
                   PERFORM VERIFICA-FERIADO
                   IF WRK-JA-EXISTE = 'S'
                       DISPLAY "DATA JA CONSTA DOS FERIADOS DO "
                           "PERIODO."
                   ELSE
                       OPEN EXTEND FERIADOS-FILE
                       IF WS-FERIADOS-STATUS NOT = "00"
                           CLOSE FERIADOS-FILE
                           OPEN OUTPUT FERIADOS-FILE
                       END-IF
                       MOVE SPACES           TO FERIADOS-REC
                       MOVE WRK-PERIODO      TO FE-PERIODO
                       MOVE WRK-DATA-FERIADO TO FE-DATA
                       MOVE WRK-DESC-FERIADO TO FE-DESCRICAO
                       WRITE FERIADOS-REC
                       CLOSE FERIADOS-FILE
                       MOVE "00" TO WS-FERIADOS-STATUS
                       DISPLAY "FERIADO INCLUIDO."
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Busca no calendario as datas de inicio e fim do periodo
      * informado (WRK-JA-EXISTE = 'S' quando o periodo consta).
      * ----------------------------------------------------------------
       BUSCA-DATAS-PERIODO.

           MOVE 'N' TO WRK-JA-EXISTE
           MOVE SPACES TO WRK-DATA-INICIO WRK-DATA-FIM

           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS = "00"
               PERFORM UNTIL WS-CALENDARIO-STATUS = "10"
                   READ CALENDARIO-FILE
                       AT END
                           MOVE "10" TO WS-CALENDARIO-STATUS
                       NOT AT END
                           IF CD-PERIODO = WRK-PERIODO
                               MOVE 'S' TO WRK-JA-EXISTE
                               MOVE CD-DATA-INICIO TO WRK-DATA-INICIO
                               MOVE CD-DATA-FIM TO WRK-DATA-FIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF
           MOVE "00" TO WS-CALENDARIO-STATUS.

      * ----------------------------------------------------------------
      * Verifica se a data ja consta dos feriados do periodo.
      * ----------------------------------------------------------------
       VERIFICA-FERIADO.

           MOVE 'N' TO WRK-JA-EXISTE

           OPEN INPUT FERIADOS-FILE
           IF WS-FERIADOS-STATUS = "00"
               PERFORM UNTIL WS-FERIADOS-STATUS = "10"
                   READ FERIADOS-FILE
                       AT END
                           MOVE "10" TO WS-FERIADOS-STATUS
                       NOT AT END
                           IF FE-PERIODO = WRK-PERIODO AND
                              FE-DATA = WRK-DATA-FERIADO
                               MOVE 'S' TO WRK-JA-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIADOS-FILE
           END-IF
           MOVE "00" TO WS-FERIADOS-STATUS.

      * ----------------------------------------------------------------
      * Remove um feriado do periodo, via o intermediario
      * FERIADOS.NEW.
      * ----------------------------------------------------------------
       REMOVE-FERIADO.

           DISPLAY "PERIODO DO FERIADO A REMOVER:"
           ACCEPT WRK-PERIODO
           DISPLAY "DATA (AAAAMMDD):"
           ACCEPT WRK-DATA-FERIADO
           MOVE 'N' TO WRK-REMOVIDA

           OPEN INPUT FERIADOS-FILE
           IF WS-FERIADOS-STATUS NOT = "00"
               DISPLAY "LISTA DE FERIADOS AINDA NAO EXISTE."
           ELSE
               OPEN OUTPUT FERIADOS-NOVO-FILE
               PERFORM COPIA-OUTROS-FERIADOS
                   UNTIL WS-FERIADOS-STATUS = "10"
               CLOSE FERIADOS-FILE
               CLOSE FERIADOS-NOVO-FILE

               IF WRK-REMOVIDA = 'S'
                   PERFORM COPIA-NOVO-PARA-FERIADOS
                   DISPLAY "FERIADO REMOVIDO."
               ELSE
                   DISPLAY "DATA NAO CONSTA DOS FERIADOS DO PERIODO."
               END-IF
           END-IF
           MOVE "00" TO WS-FERIADOS-STATUS.

      * ----------------------------------------------------------------
      * Copia um feriado para o intermediario, menos o removido.
      * ----------------------------------------------------------------
       COPIA-OUTROS-FERIADOS.

           READ FERIADOS-FILE
               AT END
                   MOVE "10" TO WS-FERIADOS-STATUS
               NOT AT END
                   IF FE-PERIODO = WRK-PERIODO AND
                      FE-DATA = WRK-DATA-FERIADO
                       MOVE 'S' TO WRK-REMOVIDA
                   ELSE
                       MOVE FERIADOS-REC TO FERIADOS-NOVO-REC
                       WRITE FERIADOS-NOVO-REC
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Copia o intermediario FERIADOS.NEW de volta para o FERIADOS.
      * ----------------------------------------------------------------
       COPIA-NOVO-PARA-FERIADOS.

           MOVE "00" TO WS-FERNOVO-STATUS
           OPEN INPUT FERIADOS-NOVO-FILE
           OPEN OUTPUT FERIADOS-FILE
           PERFORM COPIA-UM-FERIADO
               UNTIL WS-FERNOVO-STATUS = "10"
           CLOSE FERIADOS-NOVO-FILE
           CLOSE FERIADOS-FILE.

      * ----------------------------------------------------------------
      * Copia uma linha do intermediario para o FERIADOS.
      * ----------------------------------------------------------------
       COPIA-UM-FERIADO.

           READ FERIADOS-NOVO-FILE
               AT END
                   MOVE "10" TO WS-FERNOVO-STATUS
               NOT AT END
                   MOVE FERIADOS-NOVO-REC TO FERIADOS-REC
                   WRITE FERIADOS-REC
           END-READ.

      * ----------------------------------------------------------------
      * Lista os feriados do periodo informado.
      * ----------------------------------------------------------------
       LISTA-FERIADOS.

           DISPLAY "PERIODO (EX. 2026-1):"
           ACCEPT WRK-PERIODO
           MOVE ZEROS TO CNT-LINHAS

           OPEN INPUT FERIADOS-FILE
           IF WS-FERIADOS-STATUS NOT = "00"
               DISPLAY "LISTA DE FERIADOS AINDA NAO EXISTE."
           ELSE
               DISPLAY "DATA / DESCRICAO:"
               PERFORM UNTIL WS-FERIADOS-STATUS = "10"
                   READ FERIADOS-FILE
                       AT END
                           MOVE "10" TO WS-FERIADOS-STATUS
                       NOT AT END
                           IF FE-PERIODO = WRK-PERIODO
                               ADD 1 TO CNT-LINHAS
                               DISPLAY "  " FE-DATA " " FE-DESCRICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIADOS-FILE
               DISPLAY "TOTAL DE FERIADOS NO PERIODO: " CNT-LINHAS
           END-IF
           MOVE "00" TO WS-FERIADOS-STATUS.

       END PROGRAM PROG59.
