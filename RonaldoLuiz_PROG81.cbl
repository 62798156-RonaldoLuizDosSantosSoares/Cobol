      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Extracao mensal de hora-aula dos docentes para o
      *          sistema de RH, que ate aqui recebia da coordenacao uma
      *          lista digitada. Para a competencia (AAAAMM) e o
      *          periodo letivo informados, percorre as atribuicoes do
      *          ATRIBDOC (PROG38) do periodo e, para cada materia e
      *          turma, soma as horas da grade horaria GRADEHOR
      *          (PROG76) em cada dia do mes que cai dentro do periodo
      *          no CALENDARIO (PROG59), descontando as datas da lista
      *          de FERIADOS. Gera o arquivo de layout fixo EXTRAHORA,
      *          nos moldes do EXTRACAD do PROG24:
      *            header  (tipo H): data de geracao, competencia e
      *                    periodo;
      *            detalhe (tipo D): docente (DC-ID), materia, turma,
      *                    horas agendadas no mes e horas descontadas
      *                    por feriado (3 inteiros, 2 decimais
      *                    implicitos);
      *            trailer (tipo T): quantidade de detalhes e
      *                    hash-total das horas agendadas.
      *          Atribuicao de docente inativo (DC-SITUACAO diferente
      *          de 'A') ou fora do cadastro DOCENTES, ou de materia e
      *          turma sem horario na grade, nao entra no extrato: vai
      *          para a listagem de excecoes RELHORAEXC, retida no
      *          spool (PROG62V).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG81.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBDOC-FILE ASSIGN TO "ATRIBDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATRIBDOC-STATUS.

           SELECT DOCENTES-FILE ASSIGN TO "DOCENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-ID OF DOCENTE-REC
               FILE STATUS IS WS-DOCENTES-STATUS.

           SELECT GRADEHOR-FILE ASSIGN TO "GRADEHOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CHAVE OF GRADEHOR-REC
               FILE STATUS IS WS-GRADEHOR-STATUS.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.

           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADOS-STATUS.

           SELECT EXTRATO-FILE ASSIGN TO "EXTRAHORA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELHORAEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATRIBDOC-FILE.
       01  ATRIBDOC-REC.
           COPY ATRIBDREC.

       FD  DOCENTES-FILE.
       01  DOCENTE-REC.
           COPY DOCENTREC.

       FD  GRADEHOR-FILE.
       01  GRADEHOR-REC.
           COPY HORAREC.

       FD  CALENDARIO-FILE.
       01  CALENDARIO-REC.
           COPY CALENREC.

       FD  FERIADOS-FILE.
       01  FERIADOS-REC.
           COPY FERIAREC.

       FD  EXTRATO-FILE.
       01  EXTRATO-REC             PIC X(80).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(120).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ATRIBDOC-STATUS   PIC X(02) VALUE "00".
       77 WS-DOCENTES-STATUS   PIC X(02) VALUE "00".
       77 WS-GRADEHOR-STATUS   PIC X(02) VALUE "00".
       77 WS-CALENDARIO-STATUS PIC X(02) VALUE "00".
       77 WS-FERIADOS-STATUS   PIC X(02) VALUE "00".
       77 WS-EXTRATO-STATUS    PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA      PIC X(06) VALUE SPACES.
       77 WRK-ANO              PIC 9(04) VALUE ZEROS.
       77 WRK-MES              PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-INICIO      PIC X(08) VALUE SPACES.
       77 WRK-DATA-FIM         PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM         PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-TXT         PIC X(08) VALUE SPACES.
       77 WRK-DIA-INICIO       PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-FIM          PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-PER-INICIO   PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-PER-FIM      PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-ATUAL        PIC 9(07) VALUE ZEROS.
       77 WRK-QUOCIENTE        PIC 9(07) VALUE ZEROS.
       77 WRK-RESTO            PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
       77 WRK-E-FERIADO        PIC X(01) VALUE 'N'.
       77 WRK-DOCENTES-OK      PIC X VALUE 'N'.
       77 WRK-MOTIVO-EXC       PIC X(30) VALUE SPACES.
       77 WRK-NOME-DOCENTE     PIC X(30) VALUE SPACES.
       77 WRK-MIN-INICIO       PIC 9(05) VALUE ZEROS.
       77 WRK-MIN-FIM          PIC 9(05) VALUE ZEROS.
       77 WRK-HORA             PIC 9(02) VALUE ZEROS.
       77 WRK-MINUTO           PIC 9(02) VALUE ZEROS.
       77 QTD-ENCONTROS        PIC 9(03) VALUE ZEROS.
       77 QTD-FERIADOS         PIC 9(03) VALUE ZEROS.
       77 IND-FERIADO          PIC 9(03) VALUE ZEROS.
       77 TOT-MIN-AGENDADOS    PIC 9(07) VALUE ZEROS.
       77 TOT-MIN-FERIADOS     PIC 9(07) VALUE ZEROS.
       77 CNT-ATRIBUICOES      PIC 9(05) VALUE ZEROS.
       77 CNT-DETALHES         PIC 9(07) VALUE ZEROS.
       77 CNT-EXCECOES         PIC 9(05) VALUE ZEROS.
       77 CNT-SEM-AULA-MES     PIC 9(05) VALUE ZEROS.
       77 WRK-HASH-HORAS       PIC 9(09)V99 VALUE ZEROS.
       77 DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELHORAEXC".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG81".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.

      * Minutos semanais de aula da materia e turma corrente por dia
      * da semana, no numero da grade (1 = domingo ... 7 = sabado).
       01 TAB-ENCONTROS.
          05 TE-MIN-DIA        PIC 9(04) OCCURS 7 TIMES.

      * Datas dos feriados do periodo.
       01 TAB-FERIADOS.
          05 TF-DATA           PIC X(08) OCCURS 100 TIMES.

       01  REG-HEADER.
           05 HD-TIPO             PIC X(01) VALUE 'H'.
           05 HD-DATA-GERACAO     PIC 9(08).
           05 HD-COMPETENCIA      PIC X(06).
           05 HD-PERIODO          PIC X(06).
           05 FILLER              PIC X(59) VALUE SPACES.

       01  REG-DETALHE.
           05 DT-TIPO             PIC X(01) VALUE 'D'.
           05 DT-DOCENTE          PIC X(10).
           05 DT-MATERIA          PIC X(30).
           05 DT-TURMA            PIC X(10).
           05 DT-HORAS-AGENDADAS  PIC 9(03)V99.
           05 DT-HORAS-FERIADOS   PIC 9(03)V99.
           05 FILLER              PIC X(19) VALUE SPACES.

       01  REG-TRAILER.
           05 TL-TIPO             PIC X(01) VALUE 'T'.
           05 TL-QTDE-DETALHES    PIC 9(07).
           05 TL-HASH-HORAS       PIC 9(09)V99.
           05 FILLER              PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "EXTRACAO DE HORA-AULA PARA O RH (EXTRAHORA)".
           DISPLAY "===================================".

           DISPLAY "COMPETENCIA (AAAAMM):"
           ACCEPT WRK-COMPETENCIA
           DISPLAY "PERIODO LETIVO (EX. 2026-1):"
           ACCEPT WRK-PERIODO

           IF WRK-COMPETENCIA IS NOT NUMERIC
               DISPLAY "COMPETENCIA INVALIDA. EXTRACAO NAO GERADA."
               GOBACK
           END-IF
           MOVE WRK-COMPETENCIA (1:4) TO WRK-ANO
           MOVE WRK-COMPETENCIA (5:2) TO WRK-MES
           IF WRK-MES < 1 OR WRK-MES > 12
               DISPLAY "COMPETENCIA INVALIDA. EXTRACAO NAO GERADA."
               GOBACK
           END-IF

           PERFORM BUSCA-CALENDARIO
           IF WRK-DATA-INICIO IS NOT NUMERIC OR
              WRK-DATA-FIM IS NOT NUMERIC
               DISPLAY "PERIODO " WRK-PERIODO " NAO CONSTA DO "
                   "CALENDARIO (PROG59). EXTRACAO NAO GERADA."
               GOBACK
           END-IF

           PERFORM CALCULA-DIAS-DO-MES
           IF WRK-DIA-INICIO > WRK-DIA-FIM
               DISPLAY "COMPETENCIA " WRK-COMPETENCIA " FORA DAS "
                   "DATAS DO PERIODO " WRK-PERIODO ". EXTRACAO NAO "
                   "GERADA."
               GOBACK
           END-IF

           OPEN INPUT ATRIBDOC-FILE
           IF WS-ATRIBDOC-STATUS NOT = "00"
               DISPLAY "ARQUIVO ATRIBDOC NAO ENCONTRADO."
               GOBACK
           END-IF

           MOVE 'N' TO WRK-DOCENTES-OK
           OPEN INPUT DOCENTES-FILE
           IF WS-DOCENTES-STATUS = "00"
               MOVE 'S' TO WRK-DOCENTES-OK
           END-IF

           PERFORM CARREGA-FERIADOS

           OPEN OUTPUT EXTRATO-FILE
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           MOVE DATA-HOJE TO HD-DATA-GERACAO
           MOVE WRK-COMPETENCIA TO HD-COMPETENCIA
           MOVE WRK-PERIODO TO HD-PERIODO
           WRITE EXTRATO-REC FROM REG-HEADER

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "EXCECOES DA EXTRACAO DE HORA-AULA" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "COMPETENCIA: " WRK-COMPETENCIA
               "  PERIODO: " WRK-PERIODO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           MOVE "DOCENTE"       TO RELATORIO-LINHA (1:7)
           MOVE "NOME"          TO RELATORIO-LINHA (12:4)
           MOVE "MATERIA"       TO RELATORIO-LINHA (43:7)
           MOVE "TURMA"         TO RELATORIO-LINHA (74:5)
           MOVE "MOTIVO"        TO RELATORIO-LINHA (85:6)
           WRITE RELATORIO-LINHA

           PERFORM PROCESSA-UMA-ATRIBUICAO
               UNTIL WS-ATRIBDOC-STATUS = "10"

           MOVE CNT-DETALHES TO TL-QTDE-DETALHES
           MOVE WRK-HASH-HORAS TO TL-HASH-HORAS
           WRITE EXTRATO-REC FROM REG-TRAILER

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ATRIBUICOES DO PERIODO: " CNT-ATRIBUICOES
               "  NO EXTRATO: " CNT-DETALHES
               "  EXCECOES: " CNT-EXCECOES
               "  SEM AULA NO MES: " CNT-SEM-AULA-MES
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           CLOSE ATRIBDOC-FILE
           CLOSE EXTRATO-FILE
           CLOSE RELATORIO-FILE
           IF WRK-DOCENTES-OK = 'S'
               CLOSE DOCENTES-FILE
           END-IF

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           DISPLAY "EXTRACAO GRAVADA EM EXTRAHORA."
           DISPLAY "DETALHES: " CNT-DETALHES
               "  HASH DAS HORAS: " WRK-HASH-HORAS
           DISPLAY "EXCECOES GRAVADAS EM RELHORAEXC: " CNT-EXCECOES

           GOBACK.

      * ----------------------------------------------------------------
      * Datas de inicio e fim do periodo no calendario.
      * ----------------------------------------------------------------
       BUSCA-CALENDARIO.

           MOVE SPACES TO WRK-DATA-INICIO WRK-DATA-FIM
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS = "00"
               PERFORM UNTIL WS-CALENDARIO-STATUS = "10"
                   READ CALENDARIO-FILE
                       AT END
                           MOVE "10" TO WS-CALENDARIO-STATUS
                       NOT AT END
                           IF CD-PERIODO = WRK-PERIODO
                               MOVE CD-DATA-INICIO TO WRK-DATA-INICIO
                               MOVE CD-DATA-FIM TO WRK-DATA-FIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Primeiro e ultimo dia da competencia (em numero de dia),
      * limitados as datas do periodo no calendario.
      * ----------------------------------------------------------------
       CALCULA-DIAS-DO-MES.

           COMPUTE WRK-DATA-NUM = WRK-ANO * 10000 + WRK-MES * 100 + 1
           COMPUTE WRK-DIA-INICIO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)

           IF WRK-MES = 12
               COMPUTE WRK-DATA-NUM = (WRK-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-DATA-NUM =
                   WRK-ANO * 10000 + (WRK-MES + 1) * 100 + 1
           END-IF
           COMPUTE WRK-DIA-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM) - 1

           MOVE WRK-DATA-INICIO TO WRK-DATA-NUM
           COMPUTE WRK-DIA-PER-INICIO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
           MOVE WRK-DATA-FIM TO WRK-DATA-NUM
           COMPUTE WRK-DIA-PER-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)

           IF WRK-DIA-PER-INICIO > WRK-DIA-INICIO
               MOVE WRK-DIA-PER-INICIO TO WRK-DIA-INICIO
           END-IF
           IF WRK-DIA-PER-FIM < WRK-DIA-FIM
               MOVE WRK-DIA-PER-FIM TO WRK-DIA-FIM
           END-IF.

      * ----------------------------------------------------------------
      * Carrega as datas dos feriados do periodo.
      * ----------------------------------------------------------------
       CARREGA-FERIADOS.

           MOVE ZEROS TO QTD-FERIADOS
           OPEN INPUT FERIADOS-FILE
           IF WS-FERIADOS-STATUS = "00"
               PERFORM UNTIL WS-FERIADOS-STATUS = "10"
                   READ FERIADOS-FILE
                       AT END
                           MOVE "10" TO WS-FERIADOS-STATUS
                       NOT AT END
                           IF FE-PERIODO = WRK-PERIODO AND
                              QTD-FERIADOS < 100
                               ADD 1 TO QTD-FERIADOS
                               MOVE FE-DATA TO TF-DATA(QTD-FERIADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIADOS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Le uma atribuicao e, se for do periodo, confere o docente e
      * calcula as horas do mes: docente ativo com horario vai para o
      * extrato, os demais para as excecoes.
      * ----------------------------------------------------------------
       PROCESSA-UMA-ATRIBUICAO.

           READ ATRIBDOC-FILE
               AT END
                   MOVE "10" TO WS-ATRIBDOC-STATUS
               NOT AT END
                   IF AT-PERIODO = WRK-PERIODO
                       ADD 1 TO CNT-ATRIBUICOES
                       PERFORM CONFERE-DOCENTE
                       IF WRK-MOTIVO-EXC = SPACES
                           PERFORM CARREGA-ENCONTROS
                       END-IF
                       IF WRK-MOTIVO-EXC = SPACES
                           PERFORM CALCULA-HORAS-MES
                           PERFORM GRAVA-DETALHE
                       ELSE
                           PERFORM IMPRIME-EXCECAO
                       END-IF
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Confere o docente da atribuicao no cadastro DOCENTES.
      * ----------------------------------------------------------------
       CONFERE-DOCENTE.

           MOVE SPACES TO WRK-MOTIVO-EXC
           MOVE SPACES TO WRK-NOME-DOCENTE

           IF WRK-DOCENTES-OK NOT = 'S'
               MOVE "DOCENTE FORA DO CADASTRO" TO WRK-MOTIVO-EXC
           ELSE
               MOVE AT-DOCENTE TO DC-ID
               READ DOCENTES-FILE
                   INVALID KEY
                       MOVE "DOCENTE FORA DO CADASTRO"
                           TO WRK-MOTIVO-EXC
                   NOT INVALID KEY
                       MOVE DC-NOME TO WRK-NOME-DOCENTE
                       IF DC-SITUACAO NOT = 'A'
                           MOVE "DOCENTE INATIVO" TO WRK-MOTIVO-EXC
                       END-IF
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * Soma os minutos semanais da materia e turma da atribuicao na
      * grade horaria, por dia da semana.
      * ----------------------------------------------------------------
       CARREGA-ENCONTROS.

           MOVE ZEROS TO TAB-ENCONTROS
           MOVE ZEROS TO QTD-ENCONTROS
           MOVE "00" TO WS-GRADEHOR-STATUS
           OPEN INPUT GRADEHOR-FILE
           IF WS-GRADEHOR-STATUS = "00"
               MOVE AT-PERIODO TO HR-PERIODO
               MOVE AT-MATERIA TO HR-MATERIA
               MOVE AT-TURMA   TO HR-TURMA
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
                           IF HR-PERIODO = AT-PERIODO AND
                              HR-MATERIA = AT-MATERIA AND
                              HR-TURMA = AT-TURMA
                               PERFORM ACUMULA-ENCONTRO
                           ELSE
                               MOVE "10" TO WS-GRADEHOR-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADEHOR-FILE
           END-IF

           IF QTD-ENCONTROS = ZEROS
               MOVE "SEM HORARIO NA GRADE" TO WRK-MOTIVO-EXC
           END-IF.

      * ----------------------------------------------------------------
      * Converte a faixa HHMM do encontro lido em minutos e soma no
      * dia da semana dele.
      * ----------------------------------------------------------------
       ACUMULA-ENCONTRO.

           IF HR-DIA-SEMANA >= 1 AND HR-DIA-SEMANA <= 7
               DIVIDE HR-HORA-INICIO BY 100 GIVING WRK-HORA
                   REMAINDER WRK-MINUTO
               COMPUTE WRK-MIN-INICIO = WRK-HORA * 60 + WRK-MINUTO
               DIVIDE HR-HORA-FIM BY 100 GIVING WRK-HORA
                   REMAINDER WRK-MINUTO
               COMPUTE WRK-MIN-FIM = WRK-HORA * 60 + WRK-MINUTO
               IF WRK-MIN-FIM > WRK-MIN-INICIO
                   COMPUTE TE-MIN-DIA(HR-DIA-SEMANA) =
                       TE-MIN-DIA(HR-DIA-SEMANA) +
                       WRK-MIN-FIM - WRK-MIN-INICIO
                   ADD 1 TO QTD-ENCONTROS
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Percorre os dias da competencia: os minutos do dia da semana
      * entram nas horas agendadas, ou nas descontadas se a data for
      * feriado do periodo.
      * ----------------------------------------------------------------
       CALCULA-HORAS-MES.

           MOVE ZEROS TO TOT-MIN-AGENDADOS
           MOVE ZEROS TO TOT-MIN-FERIADOS

           PERFORM VARYING WRK-DIA-ATUAL FROM WRK-DIA-INICIO BY 1
                   UNTIL WRK-DIA-ATUAL > WRK-DIA-FIM
               PERFORM CALCULA-DIA-SEMANA
               IF TE-MIN-DIA(WRK-DIA-SEMANA) > ZEROS
                   PERFORM VERIFICA-FERIADO
                   IF WRK-E-FERIADO = 'S'
                       ADD TE-MIN-DIA(WRK-DIA-SEMANA)
                           TO TOT-MIN-FERIADOS
                   ELSE
                       ADD TE-MIN-DIA(WRK-DIA-SEMANA)
                           TO TOT-MIN-AGENDADOS
                   END-IF
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Dia da semana do dia corrente no numero da grade (o dia 1 do
      * calendario inteiro, 01/01/1601, caiu numa segunda-feira).
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

      * ----------------------------------------------------------------
      * Grava o detalhe da atribuicao no extrato e acumula os totais
      * de controle; atribuicao sem aula no mes nao gera detalhe.
      * ----------------------------------------------------------------
       GRAVA-DETALHE.

           IF TOT-MIN-AGENDADOS = ZEROS AND TOT-MIN-FERIADOS = ZEROS
               ADD 1 TO CNT-SEM-AULA-MES
           ELSE
               MOVE AT-DOCENTE TO DT-DOCENTE
               MOVE AT-MATERIA TO DT-MATERIA
               MOVE AT-TURMA   TO DT-TURMA
               COMPUTE DT-HORAS-AGENDADAS ROUNDED =
                   TOT-MIN-AGENDADOS / 60
               COMPUTE DT-HORAS-FERIADOS ROUNDED =
                   TOT-MIN-FERIADOS / 60
               WRITE EXTRATO-REC FROM REG-DETALHE
               ADD 1 TO CNT-DETALHES
               ADD DT-HORAS-AGENDADAS TO WRK-HASH-HORAS
           END-IF.

      * ----------------------------------------------------------------
      * Imprime a atribuicao que nao entrou no extrato, com o motivo.
      * ----------------------------------------------------------------
       IMPRIME-EXCECAO.

           ADD 1 TO CNT-EXCECOES
           MOVE SPACES TO RELATORIO-LINHA
           MOVE AT-DOCENTE       TO RELATORIO-LINHA (1:10)
           MOVE WRK-NOME-DOCENTE TO RELATORIO-LINHA (12:30)
           MOVE AT-MATERIA       TO RELATORIO-LINHA (43:30)
           MOVE AT-TURMA         TO RELATORIO-LINHA (74:10)
           MOVE WRK-MOTIVO-EXC   TO RELATORIO-LINHA (85:30)
           WRITE RELATORIO-LINHA.

       END PROGRAM PROG81.
