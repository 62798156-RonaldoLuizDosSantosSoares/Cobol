      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Subprograma que calcula quantas aulas uma materia e
      *          turma tem no periodo: percorre as datas do periodo no
      *          CALENDARIO (PROG59), dia a dia, e para cada data soma
      *          os encontros da grade horaria GRADEHOR (PROG76)
      *          daquela materia e turma no mesmo dia da semana, menos
      *          as datas da lista de FERIADOS do periodo. Se
      *          LK-TURMA vier em branco, a turma e a da inscricao do
      *          aluno (INSCRICAO) na materia e periodo, e volta
      *          preenchida. LK-RESULTADO:
      *            S - calculado, em LK-AULAS-PREVISTAS;
      *            T - aluno sem inscricao na materia e periodo;
      *            C - periodo sem datas validas no calendario;
      *            G - materia e turma sem horario na grade.
      *          Chamado por PROG20, PROG48 e PROG80.
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG79V.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSCRICAO-FILE ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CHAVE OF INSCRICAO-REC
               FILE STATUS IS WS-INSCRICAO-STATUS.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.

           SELECT GRADEHOR-FILE ASSIGN TO "GRADEHOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CHAVE OF GRADEHOR-REC
               FILE STATUS IS WS-GRADEHOR-STATUS.

           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.
           COPY INSCRREC.

       FD  CALENDARIO-FILE.
       01  CALENDARIO-REC.
           COPY CALENREC.

       FD  GRADEHOR-FILE.
       01  GRADEHOR-REC.
           COPY HORAREC.

       FD  FERIADOS-FILE.
       01  FERIADOS-REC.
           COPY FERIAREC.

       WORKING-STORAGE SECTION.

       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-CALENDARIO-STATUS PIC X(02) VALUE "00".
       77 WS-GRADEHOR-STATUS   PIC X(02) VALUE "00".
       77 WS-FERIADOS-STATUS   PIC X(02) VALUE "00".
       77 WRK-DATA-INICIO      PIC X(08) VALUE SPACES.
       77 WRK-DATA-FIM         PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM         PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-TXT         PIC X(08) VALUE SPACES.
       77 WRK-DIA-INICIO       PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-FIM          PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-ATUAL        PIC 9(07) VALUE ZEROS.
       77 WRK-QUOCIENTE        PIC 9(07) VALUE ZEROS.
       77 WRK-RESTO            PIC 9(01) VALUE ZEROS.
       77 WRK-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
       77 WRK-E-FERIADO        PIC X(01) VALUE 'N'.
       77 QTD-ENCONTROS        PIC 9(03) VALUE ZEROS.
       77 QTD-FERIADOS         PIC 9(03) VALUE ZEROS.
       77 IND-FERIADO          PIC 9(03) VALUE ZEROS.

      * Encontros semanais da materia e turma por dia da semana, no
      * mesmo numero da grade (1 = domingo, 2 = segunda ... 7 =
      * sabado).
       01 TAB-ENCONTROS.
          05 TE-QTD-DIA        PIC 9(02) OCCURS 7 TIMES.

      * Datas dos feriados do periodo.
       01 TAB-FERIADOS.
          05 TF-DATA           PIC X(08) OCCURS 100 TIMES.

       LINKAGE SECTION.
       01 LK-MATRICULA         PIC 9(06).
       01 LK-MATERIA           PIC X(30).
       01 LK-PERIODO           PIC X(06).
       01 LK-TURMA             PIC X(10).
       01 LK-AULAS-PREVISTAS   PIC 9(03).
       01 LK-RESULTADO         PIC X(01).

       PROCEDURE DIVISION USING LK-MATRICULA LK-MATERIA LK-PERIODO
               LK-TURMA LK-AULAS-PREVISTAS LK-RESULTADO.

       MAIN-PROCESS.
           MOVE ZEROS TO LK-AULAS-PREVISTAS
           MOVE 'S' TO LK-RESULTADO

           IF LK-TURMA = SPACES
               PERFORM BUSCA-TURMA
           END-IF

           IF LK-RESULTADO = 'S'
               PERFORM BUSCA-CALENDARIO
           END-IF

           IF LK-RESULTADO = 'S'
               PERFORM CARREGA-ENCONTROS
           END-IF

           IF LK-RESULTADO = 'S'
               PERFORM CARREGA-FERIADOS
               PERFORM CONTA-AULAS
           END-IF

           GOBACK.

      * ----------------------------------------------------------------
      * Obtem a turma pela inscricao do aluno na materia e periodo.
      * ----------------------------------------------------------------
       BUSCA-TURMA.

           MOVE "00" TO WS-INSCRICAO-STATUS
           OPEN INPUT INSCRICAO-FILE
           IF WS-INSCRICAO-STATUS NOT = "00"
               MOVE 'T' TO LK-RESULTADO
           ELSE
               MOVE LK-MATRICULA TO IN-MATRICULA
               MOVE LK-MATERIA   TO IN-MATERIA
               MOVE LK-PERIODO   TO IN-PERIODO
               READ INSCRICAO-FILE
                   INVALID KEY
                       MOVE 'T' TO LK-RESULTADO
                   NOT INVALID KEY
                       MOVE IN-TURMA TO LK-TURMA
               END-READ
               CLOSE INSCRICAO-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Obtem as datas de inicio e fim do periodo no calendario e as
      * converte em numero de dia, para percorrer o periodo.
      * ----------------------------------------------------------------
       BUSCA-CALENDARIO.

           MOVE SPACES TO WRK-DATA-INICIO WRK-DATA-FIM
           MOVE "00" TO WS-CALENDARIO-STATUS
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS = "00"
               PERFORM UNTIL WS-CALENDARIO-STATUS = "10"
                   READ CALENDARIO-FILE
                       AT END
                           MOVE "10" TO WS-CALENDARIO-STATUS
                       NOT AT END
                           IF CD-PERIODO = LK-PERIODO
                               MOVE CD-DATA-INICIO TO WRK-DATA-INICIO
                               MOVE CD-DATA-FIM TO WRK-DATA-FIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF

           IF WRK-DATA-INICIO IS NOT NUMERIC OR
              WRK-DATA-FIM IS NOT NUMERIC OR
              WRK-DATA-FIM < WRK-DATA-INICIO
               MOVE 'C' TO LK-RESULTADO
           ELSE
               MOVE WRK-DATA-INICIO TO WRK-DATA-NUM
               COMPUTE WRK-DIA-INICIO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
               MOVE WRK-DATA-FIM TO WRK-DATA-NUM
               COMPUTE WRK-DIA-FIM =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
               IF WRK-DIA-INICIO = ZEROS OR WRK-DIA-FIM = ZEROS
                   MOVE 'C' TO LK-RESULTADO
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Conta os encontros semanais da materia e turma na grade, por
      * dia da semana.
      * ----------------------------------------------------------------
       CARREGA-ENCONTROS.

           MOVE ZEROS TO TAB-ENCONTROS
           MOVE ZEROS TO QTD-ENCONTROS
           MOVE "00" TO WS-GRADEHOR-STATUS
           OPEN INPUT GRADEHOR-FILE
           IF WS-GRADEHOR-STATUS = "00"
               MOVE LK-PERIODO TO HR-PERIODO
               MOVE LK-MATERIA TO HR-MATERIA
               MOVE LK-TURMA   TO HR-TURMA
               MOVE ZEROS      TO HR-DIA-SEMANA HR-HORA-INICIO
               START GRADEHOR-FILE KEY NOT LESS THAN HR-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-GRADEHOR-STATUS
               END-START
               PERFORM UNTIL WS-GRADEHOR-STATUS = "10"
                   READ GRADEHOR-FILE NEXT
                       AT END
                           MOVE "10" TO WS-GRADEHOR-STATUS
                       NOT AT END
                           IF HR-PERIODO = LK-PERIODO AND
                              HR-MATERIA = LK-MATERIA AND
                              HR-TURMA = LK-TURMA
                               IF HR-DIA-SEMANA >= 1 AND
                                  HR-DIA-SEMANA <= 7
                                   ADD 1 TO TE-QTD-DIA(HR-DIA-SEMANA)
                                   ADD 1 TO QTD-ENCONTROS
                               END-IF
                           ELSE
                               MOVE "10" TO WS-GRADEHOR-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADEHOR-FILE
           END-IF

           IF QTD-ENCONTROS = ZEROS
               MOVE 'G' TO LK-RESULTADO
           END-IF.

      * ----------------------------------------------------------------
      * Carrega as datas dos feriados do periodo (sem lista, nenhuma
      * data e descontada).
      * ----------------------------------------------------------------
       CARREGA-FERIADOS.

           MOVE ZEROS TO QTD-FERIADOS
           MOVE "00" TO WS-FERIADOS-STATUS
           OPEN INPUT FERIADOS-FILE
           IF WS-FERIADOS-STATUS = "00"
               PERFORM UNTIL WS-FERIADOS-STATUS = "10"
                   READ FERIADOS-FILE
                       AT END
                           MOVE "10" TO WS-FERIADOS-STATUS
                       NOT AT END
                           IF FE-PERIODO = LK-PERIODO AND
                              QTD-FERIADOS < 100
                               ADD 1 TO QTD-FERIADOS
                               MOVE FE-DATA TO TF-DATA(QTD-FERIADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIADOS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Percorre o periodo dia a dia e soma os encontros da grade no
      * dia da semana de cada data que nao e feriado.
      * ----------------------------------------------------------------
       CONTA-AULAS.

           PERFORM VARYING WRK-DIA-ATUAL FROM WRK-DIA-INICIO BY 1
                   UNTIL WRK-DIA-ATUAL > WRK-DIA-FIM
               PERFORM CALCULA-DIA-SEMANA
               IF TE-QTD-DIA(WRK-DIA-SEMANA) > ZEROS
                   PERFORM VERIFICA-FERIADO
                   IF WRK-E-FERIADO = 'N'
                       ADD TE-QTD-DIA(WRK-DIA-SEMANA)
                           TO LK-AULAS-PREVISTAS
                   END-IF
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Dia da semana do dia corrente no numero da grade. O dia 1 do
      * calendario inteiro (01/01/1601) caiu numa segunda-feira, entao
      * o resto da divisao por 7 do dia menos 1 da 0 na segunda.
      * ----------------------------------------------------------------
       CALCULA-DIA-SEMANA.

           COMPUTE WRK-QUOCIENTE = WRK-DIA-ATUAL - 1
           DIVIDE WRK-QUOCIENTE BY 7 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO

           IF WRK-RESTO = 6
               MOVE 1 TO WRK-DIA-SEMANA
           ELSE
               COMPUTE WRK-DIA-SEMANA = WRK-RESTO + 2
           END-IF.

      * ----------------------------------------------------------------
      * Verifica se a data do dia corrente esta na lista de feriados.
      * ----------------------------------------------------------------
       VERIFICA-FERIADO.

           MOVE 'N' TO WRK-E-FERIADO
           COMPUTE WRK-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-ATUAL)
           MOVE WRK-DATA-NUM TO WRK-DATA-TXT

           PERFORM VARYING IND-FERIADO FROM 1 BY 1
                   UNTIL IND-FERIADO > QTD-FERIADOS
               IF TF-DATA(IND-FERIADO) = WRK-DATA-TXT
                   MOVE 'S' TO WRK-E-FERIADO
               END-IF
           END-PERFORM.

       END PROGRAM PROG79V.
