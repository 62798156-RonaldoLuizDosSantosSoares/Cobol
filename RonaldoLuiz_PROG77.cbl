      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Choques de horario dos alunos no periodo: cruza as
      *          inscricoes do INSCRICAO (PROG36/PROG63) com a grade
      *          horaria GRADEHOR (PROG76) pela materia e turma da
      *          inscricao e lista cada aluno com duas disciplinas que
      *          se encontram no mesmo dia em faixas sobrepostas - o
      *          dia, as duas materias e as duas faixas. Inscricao em
      *          materia/turma sem horario cadastrado nao entra no
      *          cruzamento e e contada a parte. Saida em RELCHOQUE,
      *          retida no spool (PROG62V).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - GRADEHOR acima de 500 horarios no periodo ou
      *                 aluno com mais de 100 horarios vai ao PROG31E.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG77.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADEHOR-FILE ASSIGN TO "GRADEHOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CHAVE OF GRADEHOR-REC
               FILE STATUS IS WS-GRADEHOR-STATUS.

           SELECT INSCRICAO-FILE ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CHAVE OF INSCRICAO-REC
               FILE STATUS IS WS-INSCRICAO-STATUS.

           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELCHOQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADEHOR-FILE.
       01  GRADEHOR-REC.
           COPY HORAREC.

       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.
           COPY INSCRREC.

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(120).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-GRADEHOR-STATUS   PIC X(02) VALUE "00".
       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-NOME             PIC X(30) VALUE SPACES.
       77 WRK-ALUNCAD-OK       PIC X VALUE 'N'.
       77 WRK-TEM-HORARIO      PIC X VALUE 'N'.
       77 WRK-ALUNO-CHOCOU     PIC X VALUE 'N'.
       77 WRK-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
       77 WRK-DIA-NOME         PIC X(07) VALUE SPACES.
       77 QTD-HORARIOS         PIC 9(04) VALUE ZEROS.
       77 IND-HOR              PIC 9(04) VALUE ZEROS.
       77 QTD-DO-ALUNO         PIC 9(03) VALUE ZEROS.
       77 IND-A                PIC 9(03) VALUE ZEROS.
       77 IND-B                PIC 9(03) VALUE ZEROS.
       77 IND-HA               PIC 9(04) VALUE ZEROS.
       77 IND-HB               PIC 9(04) VALUE ZEROS.
       77 CNT-ALUNOS           PIC 9(05) VALUE ZEROS.
       77 CNT-ALUNOS-CHOQUE    PIC 9(05) VALUE ZEROS.
       77 CNT-CHOQUES          PIC 9(05) VALUE ZEROS.
       77 CNT-SEM-HORARIO      PIC 9(05) VALUE ZEROS.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELCHOQUE".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG77".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.
       77 WRK-ERR-PROGRAMA     PIC X(08) VALUE 'PROG77'.
       77 WRK-ERR-ARQUIVO      PIC X(12) VALUE 'GRADEHOR'.
       77 WRK-ERR-OPERACAO     PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS       PIC X(02) VALUE SPACES.

      * Horarios do periodo carregados da GRADEHOR (ate 500; acima
      * disso a execucao e interrompida pelo PROG31E, para nao omitir
      * choques).
       01  TABELA-HORARIOS.
           05 TH-ENTRADA OCCURS 500 TIMES.
              10 TH-MATERIA       PIC X(30).
              10 TH-TURMA         PIC X(10).
              10 TH-DIA           PIC 9(01).
              10 TH-INICIO        PIC 9(04).
              10 TH-FIM           PIC 9(04).

      * Horarios das inscricoes do aluno corrente (ate 100; acima disso
      * a execucao e interrompida pelo PROG31E), como posicao na
      * tabela de horarios.
       01  TABELA-DO-ALUNO.
           05 TD-IND-HORARIO      PIC 9(04) OCCURS 100 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CHOQUES DE HORARIO DOS ALUNOS (RELCHOQUE)".
           DISPLAY "===================================".

           DISPLAY "PERIODO LETIVO (EX. 2026-1):"
           ACCEPT WRK-PERIODO

           PERFORM CARREGA-HORARIOS
           IF QTD-HORARIOS = 0
               DISPLAY "NENHUM HORARIO DO PERIODO NA GRADEHOR. "
                   "CADASTRE A GRADE PELO PROG76."
               GOBACK
           END-IF

           OPEN INPUT INSCRICAO-FILE
           IF WS-INSCRICAO-STATUS NOT = "00"
               DISPLAY "ARQUIVO INSCRICAO NAO ENCONTRADO."
               GOBACK
           END-IF

           MOVE 'N' TO WRK-ALUNCAD-OK
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE 'S' TO WRK-ALUNCAD-OK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "CHOQUES DE HORARIO DOS ALUNOS" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "PERIODO: " WRK-PERIODO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE ZEROS TO WRK-MATRICULA
           MOVE ZEROS TO QTD-DO-ALUNO
           PERFORM LE-UMA-INSCRICAO
               UNTIL WS-INSCRICAO-STATUS = "10"
           IF WRK-MATRICULA NOT = ZEROS
               PERFORM CONFERE-ALUNO
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ALUNOS INSCRITOS: " CNT-ALUNOS
               "  COM CHOQUE: " CNT-ALUNOS-CHOQUE
               "  CHOQUES: " CNT-CHOQUES
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "INSCRICOES EM MATERIA/TURMA SEM HORARIO: "
               CNT-SEM-HORARIO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           CLOSE RELATORIO-FILE
           CLOSE INSCRICAO-FILE
           IF WRK-ALUNCAD-OK = 'S'
               CLOSE ALUNO-CAD-FILE
           END-IF

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           DISPLAY "RELATORIO GRAVADO EM RELCHOQUE."
           DISPLAY "ALUNOS COM CHOQUE: " CNT-ALUNOS-CHOQUE
               "  CHOQUES: " CNT-CHOQUES

           GOBACK.

      * ----------------------------------------------------------------
      * Carrega os horarios do periodo da GRADEHOR.
      * ----------------------------------------------------------------
       CARREGA-HORARIOS.

           MOVE ZEROS TO QTD-HORARIOS

           OPEN INPUT GRADEHOR-FILE
           IF WS-GRADEHOR-STATUS = "00"
               MOVE WRK-PERIODO TO HR-PERIODO
               MOVE LOW-VALUES TO HR-MATERIA
               MOVE LOW-VALUES TO HR-TURMA
               MOVE ZEROS TO HR-DIA-SEMANA
               MOVE ZEROS TO HR-HORA-INICIO
               START GRADEHOR-FILE KEY NOT LESS THAN HR-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-GRADEHOR-STATUS
               END-START
               PERFORM UNTIL WS-GRADEHOR-STATUS = "10"
                   READ GRADEHOR-FILE NEXT
                       AT END
                           MOVE "10" TO WS-GRADEHOR-STATUS
                       NOT AT END
                           IF HR-PERIODO NOT = WRK-PERIODO
                               MOVE "10" TO WS-GRADEHOR-STATUS
                           ELSE
                               IF QTD-HORARIOS >= 500
                                   MOVE "GRADEHOR" TO WRK-ERR-ARQUIVO
                                   PERFORM REPORTA-LIMITE-TABELA
                               ELSE
                                   ADD 1 TO QTD-HORARIOS
                                   MOVE HR-MATERIA TO
                                       TH-MATERIA (QTD-HORARIOS)
                                   MOVE HR-TURMA TO
                                       TH-TURMA (QTD-HORARIOS)
                                   MOVE HR-DIA-SEMANA TO
                                       TH-DIA (QTD-HORARIOS)
                                   MOVE HR-HORA-INICIO TO
                                       TH-INICIO (QTD-HORARIOS)
                                   MOVE HR-HORA-FIM TO
                                       TH-FIM (QTD-HORARIOS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADEHOR-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Le a proxima inscricao (em ordem de matricula); na troca de
      * matricula confere o aluno anterior.
      * ----------------------------------------------------------------
       LE-UMA-INSCRICAO.

           READ INSCRICAO-FILE NEXT
               AT END
                   MOVE "10" TO WS-INSCRICAO-STATUS
               NOT AT END
                   IF IN-PERIODO = WRK-PERIODO
                       IF IN-MATRICULA NOT = WRK-MATRICULA
                           IF WRK-MATRICULA NOT = ZEROS
                               PERFORM CONFERE-ALUNO
                           END-IF
                           MOVE IN-MATRICULA TO WRK-MATRICULA
                           MOVE ZEROS TO QTD-DO-ALUNO
                           ADD 1 TO CNT-ALUNOS
                       END-IF
                       PERFORM ACUMULA-HORARIOS
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Guarda os horarios da materia/turma da inscricao lida.
      * ----------------------------------------------------------------
       ACUMULA-HORARIOS.

           MOVE 'N' TO WRK-TEM-HORARIO
           PERFORM VARYING IND-HOR FROM 1 BY 1
                   UNTIL IND-HOR > QTD-HORARIOS
               IF TH-MATERIA (IND-HOR) = IN-MATERIA AND
                  TH-TURMA (IND-HOR) = IN-TURMA
                   MOVE 'S' TO WRK-TEM-HORARIO
                   IF QTD-DO-ALUNO = 100
                       MOVE "INSCRICAO" TO WRK-ERR-ARQUIVO
                       PERFORM REPORTA-LIMITE-TABELA
                   END-IF
                   ADD 1 TO QTD-DO-ALUNO
                   MOVE IND-HOR TO TD-IND-HORARIO (QTD-DO-ALUNO)
               END-IF
           END-PERFORM

           IF WRK-TEM-HORARIO NOT = 'S'
               ADD 1 TO CNT-SEM-HORARIO
           END-IF.

      * ----------------------------------------------------------------
      * Compara dois a dois os horarios do aluno corrente: mesmo dia
      * e faixas sobrepostas de materias diferentes e choque.
      * ----------------------------------------------------------------
       CONFERE-ALUNO.

           MOVE 'N' TO WRK-ALUNO-CHOCOU
           PERFORM VARYING IND-A FROM 1 BY 1
                   UNTIL IND-A >= QTD-DO-ALUNO
               PERFORM VARYING IND-B FROM IND-A BY 1
                       UNTIL IND-B > QTD-DO-ALUNO
                   IF IND-B > IND-A
                       MOVE TD-IND-HORARIO (IND-A) TO IND-HA
                       MOVE TD-IND-HORARIO (IND-B) TO IND-HB
                       IF TH-MATERIA (IND-HA) NOT = TH-MATERIA (IND-HB)
                          AND TH-DIA (IND-HA) = TH-DIA (IND-HB)
                          AND TH-INICIO (IND-HA) < TH-FIM (IND-HB)
                          AND TH-INICIO (IND-HB) < TH-FIM (IND-HA)
                           PERFORM IMPRIME-CHOQUE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WRK-ALUNO-CHOCOU = 'S'
               ADD 1 TO CNT-ALUNOS-CHOQUE
           END-IF.

      * ----------------------------------------------------------------
      * Imprime um choque; a primeira linha do aluno traz o nome.
      * ----------------------------------------------------------------
       IMPRIME-CHOQUE.

           ADD 1 TO CNT-CHOQUES
           IF WRK-ALUNO-CHOCOU NOT = 'S'
               MOVE 'S' TO WRK-ALUNO-CHOCOU
               PERFORM BUSCA-NOME
               MOVE SPACES TO RELATORIO-LINHA
               STRING WRK-MATRICULA " " WRK-NOME
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           MOVE TH-DIA (IND-HA) TO WRK-DIA-SEMANA
           PERFORM NOMEIA-DIA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "   " WRK-DIA-NOME " "
               TH-MATERIA (IND-HA) " " TH-INICIO (IND-HA) "-"
               TH-FIM (IND-HA) " X "
               TH-MATERIA (IND-HB) " " TH-INICIO (IND-HB) "-"
               TH-FIM (IND-HB)
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Nome do aluno corrente no ALUNCAD.
      * ----------------------------------------------------------------
       BUSCA-NOME.

           MOVE SPACES TO WRK-NOME
           IF WRK-ALUNCAD-OK = 'S'
               MOVE WRK-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       MOVE "(FORA DO CADASTRO)" TO WRK-NOME
                   NOT INVALID KEY
                       MOVE AC-NOME TO WRK-NOME
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * Nome do dia da semana (2 = segunda ... 7 = sabado).
      * ----------------------------------------------------------------
       NOMEIA-DIA.

           EVALUATE WRK-DIA-SEMANA
               WHEN 2
                   MOVE "SEGUNDA" TO WRK-DIA-NOME
               WHEN 3
                   MOVE "TERCA" TO WRK-DIA-NOME
               WHEN 4
                   MOVE "QUARTA" TO WRK-DIA-NOME
               WHEN 5
                   MOVE "QUINTA" TO WRK-DIA-NOME
               WHEN 6
                   MOVE "SEXTA" TO WRK-DIA-NOME
               WHEN 7
                   MOVE "SABADO" TO WRK-DIA-NOME
               WHEN OTHER
                   MOVE "?" TO WRK-DIA-NOME
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Tabela de trabalho cheia: em vez de emitir um relatorio que
      * omite choques, repassa ao tratador comum PROG31E, que grava o
      * OPSLOG e interrompe a execucao. WRK-ERR-ARQUIVO traz o arquivo
      * que estourou a tabela.
      * ----------------------------------------------------------------
       REPORTA-LIMITE-TABELA.

           MOVE "TABELA" TO WRK-ERR-OPERACAO
           MOVE "TB" TO WRK-ERR-STATUS
           CALL "PROG31E" USING WRK-ERR-PROGRAMA WRK-ERR-ARQUIVO
               WRK-ERR-OPERACAO WRK-ERR-STATUS
           END-CALL.

       END PROGRAM PROG77.
