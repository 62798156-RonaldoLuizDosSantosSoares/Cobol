      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Impressao da grade horaria do periodo para a
      *          coordenacao, a partir da GRADEHOR (PROG76): uma folha
      *          por turma (RELHORTUR), com os encontros da semana em
      *          ordem de dia e hora, materia, sala e docente; e uma
      *          folha por docente (RELHORDOC), com as turmas que ele
      *          atende na semana. O docente de cada encontro e o da
      *          atribuicao ATRIBDOC (PROG38) da materia, periodo e
      *          turma, com o nome do cadastro DOCENTES; encontro sem
      *          atribuicao sai na folha da turma como "SEM DOCENTE" e
      *          fica fora da folha por docente. Os dois relatorios
      *          sao retidos no spool (PROG62V).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - GRADEHOR com mais de 500 horarios no periodo
      *                 vai ao PROG31E (REPORTA-LIMITE-TABELA), como no
      *                 PROG77, em vez de encerrar so com DISPLAY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG78.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADEHOR-FILE ASSIGN TO "GRADEHOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CHAVE OF GRADEHOR-REC
               FILE STATUS IS WS-GRADEHOR-STATUS.

           SELECT ATRIBDOC-FILE ASSIGN TO "ATRIBDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATRIBDOC-STATUS.

           SELECT DOCENTES-FILE ASSIGN TO "DOCENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-ID OF DOCENTE-REC
               FILE STATUS IS WS-DOCENTES-STATUS.

           SELECT REL-TURMA-FILE ASSIGN TO "RELHORTUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELTURMA-STATUS.

           SELECT REL-DOCENTE-FILE ASSIGN TO "RELHORDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELDOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADEHOR-FILE.
       01  GRADEHOR-REC.
           COPY HORAREC.

       FD  ATRIBDOC-FILE.
       01  ATRIBDOC-REC.
           COPY ATRIBDREC.

       FD  DOCENTES-FILE.
       01  DOCENTE-REC.
           COPY DOCENTREC.

       FD  REL-TURMA-FILE.
       01  REL-TURMA-LINHA         PIC X(100).

       FD  REL-DOCENTE-FILE.
       01  REL-DOCENTE-LINHA       PIC X(100).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-GRADEHOR-STATUS   PIC X(02) VALUE "00".
       77 WS-ATRIBDOC-STATUS   PIC X(02) VALUE "00".
       77 WS-DOCENTES-STATUS   PIC X(02) VALUE "00".
       77 WS-RELTURMA-STATUS   PIC X(02) VALUE "00".
       77 WS-RELDOC-STATUS     PIC X(02) VALUE "00".
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-DOCENTES-OK      PIC X VALUE 'N'.
       77 WRK-TROCOU           PIC X VALUE 'N'.
       77 WRK-QUEBRA           PIC X(10) VALUE SPACES.
       77 WRK-DOCENTE-NOME     PIC X(30) VALUE SPACES.
       77 WRK-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
       77 WRK-DIA-NOME         PIC X(07) VALUE SPACES.
       77 QTD-HORARIOS         PIC 9(04) VALUE ZEROS.
       77 IND-HOR              PIC 9(04) VALUE ZEROS.
       77 IND-ORD              PIC 9(04) VALUE ZEROS.
       77 CNT-TURMAS           PIC 9(04) VALUE ZEROS.
       77 CNT-DOCENTES         PIC 9(04) VALUE ZEROS.
       77 CNT-SEM-DOCENTE      PIC 9(04) VALUE ZEROS.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE SPACES.
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG78".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.
       77 WRK-ERR-PROGRAMA     PIC X(08) VALUE 'PROG78'.
       77 WRK-ERR-ARQUIVO      PIC X(12) VALUE 'GRADEHOR'.
       77 WRK-ERR-OPERACAO     PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS       PIC X(02) VALUE SPACES.

      * Encontros do periodo (ate 500; acima disso a execucao e
      * interrompida pelo PROG31E, para nenhuma folha sair incompleta).
      * TH-CHAVE-ORD e montada com a turma ou o docente, o dia e a
      * hora, conforme a folha em impressao.
       01  TABELA-HORARIOS.
           05 TH-ENTRADA OCCURS 500 TIMES.
              10 TH-CHAVE-ORD     PIC X(15).
              10 TH-MATERIA       PIC X(30).
              10 TH-TURMA         PIC X(10).
              10 TH-DIA           PIC 9(01).
              10 TH-INICIO        PIC 9(04).
              10 TH-FIM           PIC 9(04).
              10 TH-SALA          PIC X(15).
              10 TH-DOCENTE       PIC X(10).

       01  TH-TEMPORARIO           PIC X(89).

       01  WRK-CHAVE-ORD.
           05 WCO-GRUPO           PIC X(10).
           05 WCO-DIA             PIC 9(01).
           05 WCO-INICIO          PIC 9(04).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "GRADE HORARIA POR TURMA E POR DOCENTE".
           DISPLAY "===================================".

           DISPLAY "PERIODO LETIVO (EX. 2026-1):"
           ACCEPT WRK-PERIODO

           PERFORM CARREGA-HORARIOS
           IF QTD-HORARIOS = 0
               DISPLAY "NENHUM HORARIO DO PERIODO NA GRADEHOR. "
                   "CADASTRE A GRADE PELO PROG76."
               GOBACK
           END-IF

           PERFORM ATRIBUI-DOCENTES

           MOVE 'N' TO WRK-DOCENTES-OK
           OPEN INPUT DOCENTES-FILE
           IF WS-DOCENTES-STATUS = "00"
               MOVE 'S' TO WRK-DOCENTES-OK
           END-IF

           PERFORM IMPRIME-POR-TURMA
           MOVE "RELHORTUR" TO WRK-SPOOL-RELATORIO
           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           PERFORM IMPRIME-POR-DOCENTE
           MOVE "RELHORDOC" TO WRK-SPOOL-RELATORIO
           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           IF WRK-DOCENTES-OK = 'S'
               CLOSE DOCENTES-FILE
           END-IF

           DISPLAY "GRADE GRAVADA EM RELHORTUR (" CNT-TURMAS
               " TURMAS) E RELHORDOC (" CNT-DOCENTES " DOCENTES)."
           IF CNT-SEM-DOCENTE > 0
               DISPLAY "ENCONTROS SEM DOCENTE ATRIBUIDO: "
                   CNT-SEM-DOCENTE
           END-IF

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
                                   PERFORM GUARDA-HORARIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADEHOR-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Guarda o horario lido na tabela.
      * ----------------------------------------------------------------
       GUARDA-HORARIO.

           ADD 1 TO QTD-HORARIOS
           MOVE SPACES         TO TH-CHAVE-ORD (QTD-HORARIOS)
           MOVE HR-MATERIA     TO TH-MATERIA (QTD-HORARIOS)
           MOVE HR-TURMA       TO TH-TURMA (QTD-HORARIOS)
           MOVE HR-DIA-SEMANA  TO TH-DIA (QTD-HORARIOS)
           MOVE HR-HORA-INICIO TO TH-INICIO (QTD-HORARIOS)
           MOVE HR-HORA-FIM    TO TH-FIM (QTD-HORARIOS)
           MOVE HR-SALA        TO TH-SALA (QTD-HORARIOS)
           MOVE SPACES         TO TH-DOCENTE (QTD-HORARIOS).

      * ----------------------------------------------------------------
      * Resolve o docente de cada encontro numa unica leitura do
      * ATRIBDOC: cada atribuicao do periodo marca os encontros da
      * sua materia e turma ainda sem docente.
      * ----------------------------------------------------------------
       ATRIBUI-DOCENTES.

           OPEN INPUT ATRIBDOC-FILE
           IF WS-ATRIBDOC-STATUS = "00"
               PERFORM UNTIL WS-ATRIBDOC-STATUS = "10"
                   READ ATRIBDOC-FILE
                       AT END
                           MOVE "10" TO WS-ATRIBDOC-STATUS
                       NOT AT END
                           IF AT-PERIODO = WRK-PERIODO
                               PERFORM MARCA-DOCENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATRIBDOC-FILE
           END-IF

           PERFORM VARYING IND-HOR FROM 1 BY 1
                   UNTIL IND-HOR > QTD-HORARIOS
               IF TH-DOCENTE (IND-HOR) = SPACES
                   ADD 1 TO CNT-SEM-DOCENTE
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Marca o docente da atribuicao lida nos encontros da materia e
      * turma dela.
      * ----------------------------------------------------------------
       MARCA-DOCENTE.

           PERFORM VARYING IND-HOR FROM 1 BY 1
                   UNTIL IND-HOR > QTD-HORARIOS
               IF TH-MATERIA (IND-HOR) = AT-MATERIA AND
                  TH-TURMA (IND-HOR) = AT-TURMA AND
                  TH-DOCENTE (IND-HOR) = SPACES
                   MOVE AT-DOCENTE TO TH-DOCENTE (IND-HOR)
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Folhas por turma: ordena por turma, dia e hora e imprime com
      * separacao na troca de turma.
      * ----------------------------------------------------------------
       IMPRIME-POR-TURMA.

           PERFORM VARYING IND-HOR FROM 1 BY 1
                   UNTIL IND-HOR > QTD-HORARIOS
               MOVE TH-TURMA (IND-HOR)  TO WCO-GRUPO
               MOVE TH-DIA (IND-HOR)    TO WCO-DIA
               MOVE TH-INICIO (IND-HOR) TO WCO-INICIO
               MOVE WRK-CHAVE-ORD TO TH-CHAVE-ORD (IND-HOR)
           END-PERFORM
           PERFORM ORDENA-HORARIOS

           OPEN OUTPUT REL-TURMA-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   REL-TURMA-LINHA
               WRITE REL-TURMA-LINHA
           END-IF
           MOVE HIGH-VALUES TO WRK-QUEBRA
           PERFORM VARYING IND-HOR FROM 1 BY 1
                   UNTIL IND-HOR > QTD-HORARIOS
               IF TH-TURMA (IND-HOR) NOT = WRK-QUEBRA
                   MOVE TH-TURMA (IND-HOR) TO WRK-QUEBRA
                   ADD 1 TO CNT-TURMAS
                   PERFORM CABECALHO-TURMA
               END-IF
               PERFORM DETALHE-TURMA
           END-PERFORM
           CLOSE REL-TURMA-FILE.

      * ----------------------------------------------------------------
      * Cabecalho da folha de uma turma (separada da anterior).
      * ----------------------------------------------------------------
       CABECALHO-TURMA.

           IF CNT-TURMAS > 1
               MOVE SPACES TO REL-TURMA-LINHA
               WRITE REL-TURMA-LINHA
           END-IF
           MOVE "==========================================" TO
               REL-TURMA-LINHA
           WRITE REL-TURMA-LINHA
           MOVE SPACES TO REL-TURMA-LINHA
           STRING "GRADE HORARIA DA TURMA " WRK-QUEBRA
               "   PERIODO " WRK-PERIODO
               DELIMITED BY SIZE INTO REL-TURMA-LINHA
           WRITE REL-TURMA-LINHA
           MOVE SPACES TO REL-TURMA-LINHA
           WRITE REL-TURMA-LINHA
           MOVE "DIA     HORARIO   MATERIA" TO REL-TURMA-LINHA
           MOVE "SALA            DOCENTE" TO REL-TURMA-LINHA (50:23)
           WRITE REL-TURMA-LINHA.

      * ----------------------------------------------------------------
      * Linha de um encontro na folha da turma.
      * ----------------------------------------------------------------
       DETALHE-TURMA.

           MOVE TH-DIA (IND-HOR) TO WRK-DIA-SEMANA
           PERFORM NOMEIA-DIA
           PERFORM BUSCA-NOME-DOCENTE
           MOVE SPACES TO REL-TURMA-LINHA
           STRING WRK-DIA-NOME " " TH-INICIO (IND-HOR) "-"
               TH-FIM (IND-HOR) " " TH-MATERIA (IND-HOR) "   "
               TH-SALA (IND-HOR) " " WRK-DOCENTE-NOME
               DELIMITED BY SIZE INTO REL-TURMA-LINHA
           WRITE REL-TURMA-LINHA.

      * ----------------------------------------------------------------
      * Folhas por docente: ordena por docente, dia e hora (os
      * encontros sem docente ficam no inicio e sao pulados) e
      * imprime com separacao na troca de docente.
      * ----------------------------------------------------------------
       IMPRIME-POR-DOCENTE.

           PERFORM VARYING IND-HOR FROM 1 BY 1
                   UNTIL IND-HOR > QTD-HORARIOS
               MOVE TH-DOCENTE (IND-HOR) TO WCO-GRUPO
               MOVE TH-DIA (IND-HOR)     TO WCO-DIA
               MOVE TH-INICIO (IND-HOR)  TO WCO-INICIO
               MOVE WRK-CHAVE-ORD TO TH-CHAVE-ORD (IND-HOR)
           END-PERFORM
           PERFORM ORDENA-HORARIOS

           OPEN OUTPUT REL-DOCENTE-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   REL-DOCENTE-LINHA
               WRITE REL-DOCENTE-LINHA
           END-IF
           MOVE HIGH-VALUES TO WRK-QUEBRA
           PERFORM VARYING IND-HOR FROM 1 BY 1
                   UNTIL IND-HOR > QTD-HORARIOS
               IF TH-DOCENTE (IND-HOR) NOT = SPACES
                   IF TH-DOCENTE (IND-HOR) NOT = WRK-QUEBRA
                       MOVE TH-DOCENTE (IND-HOR) TO WRK-QUEBRA
                       ADD 1 TO CNT-DOCENTES
                       PERFORM CABECALHO-DOCENTE
                   END-IF
                   PERFORM DETALHE-DOCENTE
               END-IF
           END-PERFORM
           IF CNT-DOCENTES = 0
               MOVE "NENHUM ENCONTRO COM DOCENTE ATRIBUIDO NO PERIODO."
                   TO REL-DOCENTE-LINHA
               WRITE REL-DOCENTE-LINHA
           END-IF
           CLOSE REL-DOCENTE-FILE.

      * ----------------------------------------------------------------
      * Cabecalho da folha de um docente (separada da anterior).
      * ----------------------------------------------------------------
       CABECALHO-DOCENTE.

           IF CNT-DOCENTES > 1
               MOVE SPACES TO REL-DOCENTE-LINHA
               WRITE REL-DOCENTE-LINHA
           END-IF
           MOVE "==========================================" TO
               REL-DOCENTE-LINHA
           WRITE REL-DOCENTE-LINHA
           PERFORM BUSCA-NOME-DOCENTE
           MOVE SPACES TO REL-DOCENTE-LINHA
           STRING "GRADE HORARIA DO DOCENTE " WRK-QUEBRA " "
               WRK-DOCENTE-NOME "   PERIODO " WRK-PERIODO
               DELIMITED BY SIZE INTO REL-DOCENTE-LINHA
           WRITE REL-DOCENTE-LINHA
           MOVE SPACES TO REL-DOCENTE-LINHA
           WRITE REL-DOCENTE-LINHA
           MOVE "DIA     HORARIO   MATERIA" TO REL-DOCENTE-LINHA
           MOVE "TURMA      SALA" TO REL-DOCENTE-LINHA (50:15)
           WRITE REL-DOCENTE-LINHA.

      * ----------------------------------------------------------------
      * Linha de um encontro na folha do docente.
      * ----------------------------------------------------------------
       DETALHE-DOCENTE.

           MOVE TH-DIA (IND-HOR) TO WRK-DIA-SEMANA
           PERFORM NOMEIA-DIA
           MOVE SPACES TO REL-DOCENTE-LINHA
           STRING WRK-DIA-NOME " " TH-INICIO (IND-HOR) "-"
               TH-FIM (IND-HOR) " " TH-MATERIA (IND-HOR) "   "
               TH-TURMA (IND-HOR) " " TH-SALA (IND-HOR)
               DELIMITED BY SIZE INTO REL-DOCENTE-LINHA
           WRITE REL-DOCENTE-LINHA.

      * ----------------------------------------------------------------
      * Ordena a tabela de encontros por TH-CHAVE-ORD (troca de
      * vizinhos, como no PROG53).
      * ----------------------------------------------------------------
       ORDENA-HORARIOS.

           MOVE 'S' TO WRK-TROCOU
           PERFORM UNTIL WRK-TROCOU = 'N'
               MOVE 'N' TO WRK-TROCOU
               PERFORM VARYING IND-ORD FROM 1 BY 1
                       UNTIL IND-ORD >= QTD-HORARIOS
                   IF TH-CHAVE-ORD (IND-ORD) >
                      TH-CHAVE-ORD (IND-ORD + 1)
                       MOVE TH-ENTRADA (IND-ORD) TO TH-TEMPORARIO
                       MOVE TH-ENTRADA (IND-ORD + 1) TO
                           TH-ENTRADA (IND-ORD)
                       MOVE TH-TEMPORARIO TO TH-ENTRADA (IND-ORD + 1)
                       MOVE 'S' TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

      * ----------------------------------------------------------------
      * Nome do docente do encontro corrente (IND-HOR) no cadastro
      * DOCENTES; sem cadastro, o proprio ID.
      * ----------------------------------------------------------------
       BUSCA-NOME-DOCENTE.

           IF TH-DOCENTE (IND-HOR) = SPACES
               MOVE "SEM DOCENTE" TO WRK-DOCENTE-NOME
           ELSE
               MOVE TH-DOCENTE (IND-HOR) TO WRK-DOCENTE-NOME
               IF WRK-DOCENTES-OK = 'S'
                   MOVE TH-DOCENTE (IND-HOR) TO DC-ID
                   READ DOCENTES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DC-NOME TO WRK-DOCENTE-NOME
                   END-READ
               END-IF
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
      * Tabela de trabalho cheia: em vez de imprimir uma grade que
      * omite encontros, repassa ao tratador comum PROG31E, que grava
      * o OPSLOG e interrompe a execucao.
      * ----------------------------------------------------------------
       REPORTA-LIMITE-TABELA.

           MOVE "TABELA" TO WRK-ERR-OPERACAO
           MOVE "TB" TO WRK-ERR-STATUS
           CALL "PROG31E" USING WRK-ERR-PROGRAMA WRK-ERR-ARQUIVO
               WRK-ERR-OPERACAO WRK-ERR-STATUS
           END-CALL.

       END PROGRAM PROG78.
