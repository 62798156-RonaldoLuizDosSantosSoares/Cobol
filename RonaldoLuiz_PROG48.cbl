      *            03 = matricula fora do ALUNCAD ou nao ativa
      *            04 = periodo fechado (PROG18)
      *            05 = total de aulas ou faltas invalidos
      *            06 = total em branco sem previsao pela grade
      *          Total de aulas em branco na primeira carga da chave
      *          assume o previsto pela grade horaria e calendario da
      *          turma do aluno (PROG79V).
      *          Exige sign-on (PROG15V).
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   15/10 - RLS - Total de aulas em branco, quando a chave ainda
      *                 nao tem frequencia, assume o total previsto
      *                 pela grade e calendario (PROG79V); sem
      *                 previsao, ou com a chave ja lancada, a linha e
      *                 rejeitada com o novo motivo 06.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG48); o
      *                 perfil padrao de qualquer letra mantem o acesso
      *                 de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG48.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-IMPORTA-STATUS    PIC X(02) VALUE "00".
       77 WS-FREQUENCIA-STATUS PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 CNT-LIDAS            PIC 9(05) VALUE ZEROS.
       77 CNT-CARREGADAS       PIC 9(05) VALUE ZEROS.
       77 CNT-REJEITADAS       PIC 9(05) VALUE ZEROS.
       77 WRK-PER-FECHADO      PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-AULAS      PIC 9(03) VALUE ZEROS.
       77 WRK-FALTAS           PIC 9(03) VALUE ZEROS.
       77 WRK-FREQ-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-TURMA-PREV       PIC X(10) VALUE SPACES.
       77 WRK-AULAS-PREVISTAS  PIC 9(03) VALUE ZEROS.
       77 WRK-PREV-RESULTADO   PIC X(01) VALUE SPACE.

      * Campos desmontados da linha delimitada de frequencia.
       01  CAMPOS-LINHA.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CARGA EM LOTE DE FREQUENCIA (IMPFREQ)".
           DISPLAY "===================================".
               GOBACK
           END-IF

           MOVE "PROG48" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG48. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           OPEN INPUT IMPORTA-FILE
           IF WS-IMPORTA-STATUS NOT = "00"
               DISPLAY "ARQUIVO IMPFREQ NAO ENCONTRADO."
               END-IF
           END-IF

           IF WRK-MOTIVO = SPACES AND CL-TOTAL-TXT = SPACES
               PERFORM BUSCA-AULAS-PREVISTAS
               IF WRK-PREV-RESULTADO = 'S'
                   MOVE WRK-AULAS-PREVISTAS TO CL-TOTAL-TXT
               ELSE
                   MOVE "06" TO WRK-MOTIVO
               END-IF
           END-IF

           IF WRK-MOTIVO = SPACES
               IF CL-TOTAL-TXT IS NOT NUMERIC OR
                  CL-FALTAS-TXT IS NOT NUMERIC
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Linha com total de aulas em branco: se a chave ainda nao tem
      * frequencia, calcula o total previsto pela grade e calendario
      * da turma do aluno (PROG79V). WRK-PREV-RESULTADO = 'S' quando
      * ha previsao para assumir.
      * ----------------------------------------------------------------
       BUSCA-AULAS-PREVISTAS.

           MOVE 'N' TO WRK-FREQ-EXISTE
           MOVE SPACE TO WRK-PREV-RESULTADO
           MOVE ZEROS TO WRK-AULAS-PREVISTAS

           MOVE "00" TO WS-FREQUENCIA-STATUS
           OPEN INPUT FREQUENCIA-FILE
           IF WS-FREQUENCIA-STATUS = "00"
               MOVE WRK-MATRICULA TO FQ-MATRICULA
               MOVE CL-MATERIA    TO FQ-MATERIA
               MOVE CL-PERIODO    TO FQ-PERIODO
               READ FREQUENCIA-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-FREQ-EXISTE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-FREQ-EXISTE
               END-READ
               CLOSE FREQUENCIA-FILE
           END-IF

           IF WRK-FREQ-EXISTE = 'N'
               MOVE SPACES TO WRK-TURMA-PREV
               CALL "PROG79V" USING WRK-MATRICULA CL-MATERIA
                   CL-PERIODO WRK-TURMA-PREV WRK-AULAS-PREVISTAS
                   WRK-PREV-RESULTADO
               END-CALL
               IF WRK-AULAS-PREVISTAS = ZEROS
                   MOVE 'N' TO WRK-PREV-RESULTADO
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Procura a matricula da linha no cadastro mestre ALUNCAD,
      * devolvendo a situacao cadastral.
