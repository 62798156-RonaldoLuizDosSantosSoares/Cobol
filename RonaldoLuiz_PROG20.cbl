      *                 PROG59V): periodo fora do calendario, ou com
      *                 a data de hoje fora da janela dele, forca
      *                 nova digitacao.
      *   15/10 - RLS - No primeiro lancamento da chave, o total de
      *                 aulas passa a ser sugerido pelo calculo da
      *                 grade horaria e do calendario (PROG79V):
      *                 resposta em branco aceita o previsto. Sem
      *                 previsao (sem inscricao, grade ou calendario)
      *                 o total continua digitado como antes.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG20); o
      *                 perfil padrao de qualquer letra mantem o acesso
      *                 de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG20.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-FREQUENCIA-STATUS PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-PER-FECHADO      PIC X(01) VALUE 'N'.
       77 WRK-PERIODO-VALIDO   PIC X(01) VALUE 'N'.
       77 WRK-DADOS-OK         PIC X VALUE 'N'.
       77 WRK-PRESENCA-PCT     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-EDIT         PIC ZZ9.99.
       77 WRK-FREQ-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-TURMA-PREV       PIC X(10) VALUE SPACES.
       77 WRK-AULAS-PREVISTAS  PIC 9(03) VALUE ZEROS.
       77 WRK-PREV-RESULTADO   PIC X(01) VALUE SPACE.
       77 WRK-TOTAL-TXT        PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "LANCAMENTO DE FREQUENCIA".
           DISPLAY "===================================".
               GOBACK
           END-IF

           MOVE "PROG20" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG20. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           MOVE 'N' TO WRK-PERIODO-VALIDO
           PERFORM UNTIL WRK-PERIODO-VALIDO = 'S'
               DISPLAY "PERIODO LETIVO (EX. 2026-1):"
           DISPLAY "MATERIA:"
           ACCEPT WRK-MATERIA

           PERFORM BUSCA-AULAS-PREVISTAS

           MOVE 'N' TO WRK-DADOS-OK
           PERFORM UNTIL WRK-DADOS-OK = 'S'
               IF WRK-PREV-RESULTADO = 'S'
                   DISPLAY "TOTAL DE AULAS NO PERIODO (BRANCO = "
                       WRK-AULAS-PREVISTAS " PREVISTAS PELA GRADE):"
                   MOVE SPACES TO WRK-TOTAL-TXT
                   ACCEPT WRK-TOTAL-TXT
                   IF WRK-TOTAL-TXT = SPACES
                       MOVE WRK-AULAS-PREVISTAS TO WRK-TOTAL-AULAS
                   ELSE
                       COMPUTE WRK-TOTAL-AULAS =
                           FUNCTION NUMVAL(WRK-TOTAL-TXT)
                   END-IF
               ELSE
                   DISPLAY "TOTAL DE AULAS NO PERIODO (1 A 999):"
                   ACCEPT WRK-TOTAL-AULAS
               END-IF
               DISPLAY "TOTAL DE FALTAS:"
               ACCEPT WRK-FALTAS
               IF WRK-TOTAL-AULAS = 0
           DISPLAY "DESEJA LANCAR OUTRA FREQUENCIA? (S/N)"
           ACCEPT WRK-CONTINUA.

      * ----------------------------------------------------------------
      * No primeiro lancamento da chave (sem registro no FREQUENCIA),
      * calcula o total de aulas previsto pela grade e calendario da
      * turma em que o aluno esta inscrito (PROG79V), para sugerir na
      * digitacao. Com registro ja lancado, nada e sugerido.
      * ----------------------------------------------------------------
       BUSCA-AULAS-PREVISTAS.

           MOVE 'N' TO WRK-FREQ-EXISTE
           MOVE SPACE TO WRK-PREV-RESULTADO
           MOVE ZEROS TO WRK-AULAS-PREVISTAS

           OPEN INPUT FREQUENCIA-FILE
           IF WS-FREQUENCIA-STATUS = "00"
               MOVE WRK-MATRICULA TO FQ-MATRICULA
               MOVE WRK-MATERIA   TO FQ-MATERIA
               MOVE WRK-PERIODO   TO FQ-PERIODO
               READ FREQUENCIA-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-FREQ-EXISTE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-FREQ-EXISTE
               END-READ
               CLOSE FREQUENCIA-FILE
           END-IF
           MOVE "00" TO WS-FREQUENCIA-STATUS

           IF WRK-FREQ-EXISTE = 'N'
               MOVE SPACES TO WRK-TURMA-PREV
               CALL "PROG79V" USING WRK-MATRICULA WRK-MATERIA
                   WRK-PERIODO WRK-TURMA-PREV WRK-AULAS-PREVISTAS
                   WRK-PREV-RESULTADO
               END-CALL
               IF WRK-PREV-RESULTADO = 'S' AND
                  WRK-AULAS-PREVISTAS = ZEROS
                   MOVE 'N' TO WRK-PREV-RESULTADO
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Procura a matricula informada no cadastro mestre ALUNCAD,
      * devolvendo o nome e a situacao cadastral.
