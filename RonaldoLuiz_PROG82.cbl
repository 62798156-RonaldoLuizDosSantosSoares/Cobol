      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Pautas pendentes por atribuicao docente: para cada
      *          atribuicao do ATRIBDOC (PROG38) do periodo - docente,
      *          materia e turma - cruza os alunos inscritos na turma
      *          (INSCRICAO) com as notas (NOTASDISC) e a frequencia
      *          (FREQUENCIA) lancadas, e classifica a turma em
      *          COMPLETA, PARCIAL (com as matriculas que faltam e o
      *          que falta de cada uma), NAO INICIADA ou SEM INSCRITOS.
      *          As turmas saem agrupadas por docente, para saber quem
      *          cobrar, e conferidas contra o prazo de entrega das
      *          notas do periodo no calendario (CD-PRAZO-NOTAS,
      *          PROG59): turma nao completa com o prazo vencido sai
      *          como EM ATRASO. O rodape traz a linha de turmas nao
      *          completas lida pelo PROG40, que roda este relatorio
      *          como passo informativo antes do fechamento de periodo
      *          (PROG18).
      *          Saida em RELPAUTA, retida no spool (PROG62V).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - ATRIBDOC acima de 500 atribuicoes no periodo
      *                 vai ao PROG31E.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG82.

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

           SELECT INSCRICAO-FILE ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CHAVE OF INSCRICAO-REC
               FILE STATUS IS WS-INSCRICAO-STATUS.

           SELECT NOTASDISC-FILE ASSIGN TO "NOTASDISC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE OF NOTASDISC-REC
               FILE STATUS IS WS-NOTASDISC-STATUS.

           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE OF FREQUENCIA-REC
               FILE STATUS IS WS-FREQUENCIA-STATUS.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELPAUTA"
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

       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.
           COPY INSCRREC.

       FD  NOTASDISC-FILE.
       01  NOTASDISC-REC.
           COPY GRADEREC.

       FD  FREQUENCIA-FILE.
       01  FREQUENCIA-REC.
           COPY FREQREC.

       FD  CALENDARIO-FILE.
       01  CALENDARIO-REC.
           COPY CALENREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(120).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ATRIBDOC-STATUS   PIC X(02) VALUE "00".
       77 WS-DOCENTES-STATUS   PIC X(02) VALUE "00".
       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-FREQUENCIA-STATUS PIC X(02) VALUE "00".
       77 WS-CALENDARIO-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-PRAZO-NOTAS      PIC X(08) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC X(08) VALUE SPACES.
       77 WRK-PRAZO-VENCIDO    PIC X VALUE 'N'.
       77 WRK-DOCENTES-OK      PIC X VALUE 'N'.
       77 WRK-INSCRICAO-OK     PIC X VALUE 'N'.
       77 WRK-NOTASDISC-OK     PIC X VALUE 'N'.
       77 WRK-FREQUENCIA-OK    PIC X VALUE 'N'.
       77 WRK-TROCOU           PIC X VALUE 'N'.
       77 WRK-DOCENTE-ANT      PIC X(10) VALUE SPACES.
       77 WRK-NOME-DOCENTE     PIC X(30) VALUE SPACES.
       77 WRK-TEM-NOTA         PIC X VALUE 'N'.
       77 WRK-TEM-FREQ         PIC X VALUE 'N'.
       77 WRK-FALTA-DESC       PIC X(18) VALUE SPACES.
       77 WRK-SITUACAO         PIC X(14) VALUE SPACES.
       77 WRK-PRAZO-DESC       PIC X(20) VALUE SPACES.
       77 QTD-ATRIB            PIC 9(04) VALUE ZEROS.
       77 IND-ATRIB            PIC 9(04) VALUE ZEROS.
       77 IND-PROX             PIC 9(04) VALUE ZEROS.
       77 QTD-INSCRITOS        PIC 9(04) VALUE ZEROS.
       77 QTD-COM-LANCTO       PIC 9(04) VALUE ZEROS.
       77 QTD-FALTANTES        PIC 9(04) VALUE ZEROS.
       77 IND-FALTA            PIC 9(04) VALUE ZEROS.
       77 CNT-SECOES           PIC 9(05) VALUE ZEROS.
       77 CNT-COMPLETAS        PIC 9(05) VALUE ZEROS.
       77 CNT-PARCIAIS         PIC 9(05) VALUE ZEROS.
       77 CNT-NAO-INICIADAS    PIC 9(05) VALUE ZEROS.
       77 CNT-SEM-INSCRITOS    PIC 9(05) VALUE ZEROS.
       77 CNT-NAO-COMPLETAS    PIC 9(05) VALUE ZEROS.
       77 CNT-EM-ATRASO        PIC 9(05) VALUE ZEROS.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELPAUTA".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG82".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.
       77 WRK-ERR-PROGRAMA     PIC X(08) VALUE 'PROG82'.
       77 WRK-ERR-ARQUIVO      PIC X(12) VALUE 'ATRIBDOC'.
       77 WRK-ERR-OPERACAO     PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS       PIC X(02) VALUE SPACES.

      * Atribuicoes do periodo (ate 500; acima disso a execucao e
      * interrompida pelo PROG31E, para nao omitir turma), em ordem de
      * docente, materia e turma.
       01  TABELA-ATRIBUICOES.
           05 TA-ENTRADA OCCURS 500 TIMES.
              10 TA-CHAVE-ORD.
                 15 TA-DOCENTE    PIC X(10).
                 15 TA-MATERIA    PIC X(30).
                 15 TA-TURMA      PIC X(10).
       01  TA-ENTRADA-AUX.
           05 FILLER              PIC X(50).

      * Matriculas da turma corrente sem nota e/ou sem frequencia
      * (ate 300; as demais so entram na contagem).
       01  TABELA-FALTANTES.
           05 TF-ENTRADA OCCURS 300 TIMES.
              10 TF-MATRICULA     PIC 9(06).
              10 TF-FALTA         PIC X(18).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "PAUTAS PENDENTES POR DOCENTE (RELPAUTA)".
           DISPLAY "===================================".

           DISPLAY "PERIODO LETIVO (EX. 2026-1):"
           ACCEPT WRK-PERIODO

           PERFORM CARREGA-ATRIBUICOES
           PERFORM ORDENA-ATRIBUICOES

           PERFORM BUSCA-PRAZO-NOTAS
           PERFORM ABRE-ARQUIVOS

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "PAUTAS PENDENTES POR DOCENTE" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "PERIODO: " WRK-PERIODO
               "  DATA: " WRK-DATA-HOJE
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           IF WRK-PRAZO-NOTAS = SPACES
               MOVE "PRAZO DE ENTREGA DAS NOTAS: NAO DEFINIDO (PROG59)"
                   TO RELATORIO-LINHA
           ELSE
               IF WRK-PRAZO-VENCIDO = 'S'
                   STRING "PRAZO DE ENTREGA DAS NOTAS: "
                       WRK-PRAZO-NOTAS " (VENCIDO)"
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               ELSE
                   STRING "PRAZO DE ENTREGA DAS NOTAS: "
                       WRK-PRAZO-NOTAS
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-IF
           END-IF
           WRITE RELATORIO-LINHA

           MOVE SPACES TO WRK-DOCENTE-ANT
           PERFORM CONFERE-UMA-ATRIBUICAO
               VARYING IND-ATRIB FROM 1 BY 1
               UNTIL IND-ATRIB > QTD-ATRIB

           PERFORM IMPRIME-RODAPE

           CLOSE RELATORIO-FILE
           PERFORM FECHA-ARQUIVOS

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           DISPLAY "RELATORIO GRAVADO EM RELPAUTA."
           DISPLAY "TURMAS NAO COMPLETAS: " CNT-NAO-COMPLETAS
               "  EM ATRASO: " CNT-EM-ATRASO

           GOBACK.

      * ----------------------------------------------------------------
      * Carrega as atribuicoes do periodo.
      * ----------------------------------------------------------------
       CARREGA-ATRIBUICOES.

           MOVE ZEROS TO QTD-ATRIB

           OPEN INPUT ATRIBDOC-FILE
           IF WS-ATRIBDOC-STATUS = "00"
               PERFORM UNTIL WS-ATRIBDOC-STATUS = "10"
                   READ ATRIBDOC-FILE
                       AT END
                           MOVE "10" TO WS-ATRIBDOC-STATUS
                       NOT AT END
                           IF AT-PERIODO = WRK-PERIODO
                               IF QTD-ATRIB = 500
                                   PERFORM REPORTA-LIMITE-TABELA
                               END-IF
                               ADD 1 TO QTD-ATRIB
                               MOVE AT-DOCENTE TO
                                   TA-DOCENTE (QTD-ATRIB)
                               MOVE AT-MATERIA TO
                                   TA-MATERIA (QTD-ATRIB)
                               MOVE AT-TURMA TO
                                   TA-TURMA (QTD-ATRIB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATRIBDOC-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Ordena as atribuicoes por docente, materia e turma (bolha).
      * ----------------------------------------------------------------
       ORDENA-ATRIBUICOES.

           MOVE 'S' TO WRK-TROCOU
           PERFORM UNTIL WRK-TROCOU = 'N'
               MOVE 'N' TO WRK-TROCOU
               PERFORM VARYING IND-ATRIB FROM 1 BY 1
                       UNTIL IND-ATRIB >= QTD-ATRIB
                   COMPUTE IND-PROX = IND-ATRIB + 1
                   IF TA-CHAVE-ORD (IND-ATRIB) >
                      TA-CHAVE-ORD (IND-PROX)
                       MOVE TA-ENTRADA (IND-ATRIB) TO TA-ENTRADA-AUX
                       MOVE TA-ENTRADA (IND-PROX) TO
                           TA-ENTRADA (IND-ATRIB)
                       MOVE TA-ENTRADA-AUX TO TA-ENTRADA (IND-PROX)
                       MOVE 'S' TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

      * ----------------------------------------------------------------
      * Prazo de entrega das notas do periodo no calendario e se ele
      * ja venceu na data de hoje.
      * ----------------------------------------------------------------
       BUSCA-PRAZO-NOTAS.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WRK-PRAZO-NOTAS
           MOVE 'N' TO WRK-PRAZO-VENCIDO

           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS = "00"
               PERFORM UNTIL WS-CALENDARIO-STATUS = "10"
                   READ CALENDARIO-FILE
                       AT END
                           MOVE "10" TO WS-CALENDARIO-STATUS
                       NOT AT END
                           IF CD-PERIODO = WRK-PERIODO
                               MOVE CD-PRAZO-NOTAS TO WRK-PRAZO-NOTAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF

           IF WRK-PRAZO-NOTAS NOT = SPACES AND
              WRK-DATA-HOJE > WRK-PRAZO-NOTAS
               MOVE 'S' TO WRK-PRAZO-VENCIDO
           END-IF.

      * ----------------------------------------------------------------
      * Abre os arquivos consultados; arquivo ausente conta como sem
      * registros.
      * ----------------------------------------------------------------
       ABRE-ARQUIVOS.

           MOVE 'N' TO WRK-DOCENTES-OK
           OPEN INPUT DOCENTES-FILE
           IF WS-DOCENTES-STATUS = "00"
               MOVE 'S' TO WRK-DOCENTES-OK
           END-IF

           MOVE 'N' TO WRK-INSCRICAO-OK
           OPEN INPUT INSCRICAO-FILE
           IF WS-INSCRICAO-STATUS = "00"
               MOVE 'S' TO WRK-INSCRICAO-OK
           END-IF

           MOVE 'N' TO WRK-NOTASDISC-OK
           OPEN INPUT NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS = "00"
               MOVE 'S' TO WRK-NOTASDISC-OK
           END-IF

           MOVE 'N' TO WRK-FREQUENCIA-OK
           OPEN INPUT FREQUENCIA-FILE
           IF WS-FREQUENCIA-STATUS = "00"
               MOVE 'S' TO WRK-FREQUENCIA-OK
           END-IF.

      * ----------------------------------------------------------------
      * Fecha os arquivos consultados que foram abertos.
      * ----------------------------------------------------------------
       FECHA-ARQUIVOS.

           IF WRK-DOCENTES-OK = 'S'
               CLOSE DOCENTES-FILE
           END-IF
           IF WRK-INSCRICAO-OK = 'S'
               CLOSE INSCRICAO-FILE
           END-IF
           IF WRK-NOTASDISC-OK = 'S'
               CLOSE NOTASDISC-FILE
           END-IF
           IF WRK-FREQUENCIA-OK = 'S'
               CLOSE FREQUENCIA-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Confere a turma de uma atribuicao: cabecalho do docente na
      * troca, cruzamento dos inscritos e linha da turma.
      * ----------------------------------------------------------------
       CONFERE-UMA-ATRIBUICAO.

           IF TA-DOCENTE (IND-ATRIB) NOT = WRK-DOCENTE-ANT
               MOVE TA-DOCENTE (IND-ATRIB) TO WRK-DOCENTE-ANT
               PERFORM IMPRIME-DOCENTE
           END-IF

           ADD 1 TO CNT-SECOES
           MOVE ZEROS TO QTD-INSCRITOS QTD-COM-LANCTO QTD-FALTANTES

           IF WRK-INSCRICAO-OK = 'S'
               MOVE ZEROS TO IN-MATRICULA
               MOVE LOW-VALUES TO IN-MATERIA
               MOVE LOW-VALUES TO IN-PERIODO
               MOVE "00" TO WS-INSCRICAO-STATUS
               START INSCRICAO-FILE KEY NOT LESS THAN IN-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-INSCRICAO-STATUS
               END-START
               PERFORM CONFERE-UMA-INSCRICAO
                   UNTIL WS-INSCRICAO-STATUS = "10"
           END-IF

           PERFORM CLASSIFICA-TURMA
           PERFORM IMPRIME-TURMA.

      * ----------------------------------------------------------------
      * Le a proxima inscricao; se for da materia, turma e periodo da
      * atribuicao, confere a nota e a frequencia do aluno.
      * ----------------------------------------------------------------
       CONFERE-UMA-INSCRICAO.

           READ INSCRICAO-FILE NEXT
               AT END
                   MOVE "10" TO WS-INSCRICAO-STATUS
               NOT AT END
                   IF IN-PERIODO = WRK-PERIODO AND
                      IN-MATERIA = TA-MATERIA (IND-ATRIB) AND
                      IN-TURMA = TA-TURMA (IND-ATRIB)
                       ADD 1 TO QTD-INSCRITOS
                       PERFORM CONFERE-LANCAMENTOS
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Procura a nota e a frequencia do aluno inscrito e guarda a
      * matricula se faltar alguma das duas.
      * ----------------------------------------------------------------
       CONFERE-LANCAMENTOS.

           MOVE 'N' TO WRK-TEM-NOTA
           IF WRK-NOTASDISC-OK = 'S'
               MOVE IN-MATRICULA TO GR-MATRICULA
               MOVE IN-MATERIA   TO GR-MATERIA
               MOVE IN-PERIODO   TO GR-PERIODO
               READ NOTASDISC-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-TEM-NOTA
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-NOTA
               END-READ
           END-IF

           MOVE 'N' TO WRK-TEM-FREQ
           IF WRK-FREQUENCIA-OK = 'S'
               MOVE IN-MATRICULA TO FQ-MATRICULA
               MOVE IN-MATERIA   TO FQ-MATERIA
               MOVE IN-PERIODO   TO FQ-PERIODO
               READ FREQUENCIA-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-TEM-FREQ
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-FREQ
               END-READ
           END-IF

           IF WRK-TEM-NOTA = 'S' OR WRK-TEM-FREQ = 'S'
               ADD 1 TO QTD-COM-LANCTO
           END-IF

           IF WRK-TEM-NOTA = 'N' OR WRK-TEM-FREQ = 'N'
               IF WRK-TEM-NOTA = 'N' AND WRK-TEM-FREQ = 'N'
                   MOVE "NOTA E FREQUENCIA" TO WRK-FALTA-DESC
               ELSE
                   IF WRK-TEM-NOTA = 'N'
                       MOVE "NOTA" TO WRK-FALTA-DESC
                   ELSE
                       MOVE "FREQUENCIA" TO WRK-FALTA-DESC
                   END-IF
               END-IF
               ADD 1 TO QTD-FALTANTES
               IF QTD-FALTANTES <= 300
                   MOVE IN-MATRICULA TO TF-MATRICULA (QTD-FALTANTES)
                   MOVE WRK-FALTA-DESC TO TF-FALTA (QTD-FALTANTES)
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Classifica a turma pelos lancamentos encontrados e confere o
      * prazo de entrega das notas.
      * ----------------------------------------------------------------
       CLASSIFICA-TURMA.

           MOVE SPACES TO WRK-PRAZO-DESC

           IF QTD-INSCRITOS = ZEROS
               MOVE "SEM INSCRITOS" TO WRK-SITUACAO
               ADD 1 TO CNT-SEM-INSCRITOS
           ELSE
               IF QTD-FALTANTES = ZEROS
                   MOVE "COMPLETA" TO WRK-SITUACAO
                   ADD 1 TO CNT-COMPLETAS
               ELSE
                   ADD 1 TO CNT-NAO-COMPLETAS
                   IF QTD-COM-LANCTO = ZEROS
                       MOVE "NAO INICIADA" TO WRK-SITUACAO
                       ADD 1 TO CNT-NAO-INICIADAS
                   ELSE
                       MOVE "PARCIAL" TO WRK-SITUACAO
                       ADD 1 TO CNT-PARCIAIS
                   END-IF
                   IF WRK-PRAZO-VENCIDO = 'S'
                       MOVE "EM ATRASO" TO WRK-PRAZO-DESC
                       ADD 1 TO CNT-EM-ATRASO
                   ELSE
                       IF WRK-PRAZO-NOTAS NOT = SPACES
                           MOVE "NO PRAZO" TO WRK-PRAZO-DESC
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Cabecalho do docente, com o nome do cadastro DOCENTES.
      * ----------------------------------------------------------------
       IMPRIME-DOCENTE.

           MOVE SPACES TO WRK-NOME-DOCENTE
           IF WRK-DOCENTES-OK = 'S'
               MOVE WRK-DOCENTE-ANT TO DC-ID
               READ DOCENTES-FILE
                   INVALID KEY
                       MOVE "(FORA DO CADASTRO DOCENTES)" TO
                           WRK-NOME-DOCENTE
                   NOT INVALID KEY
                       MOVE DC-NOME TO WRK-NOME-DOCENTE
               END-READ
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "==========================================" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "DOCENTE: " WRK-DOCENTE-ANT " " WRK-NOME-DOCENTE
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           MOVE "MATERIA"       TO RELATORIO-LINHA (3:7)
           MOVE "TURMA"         TO RELATORIO-LINHA (34:5)
           MOVE "INSCR"         TO RELATORIO-LINHA (45:5)
           MOVE "FALTAM"        TO RELATORIO-LINHA (51:6)
           MOVE "SITUACAO"      TO RELATORIO-LINHA (58:8)
           MOVE "PRAZO"         TO RELATORIO-LINHA (73:5)
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Linha da turma e, quando parcial ou nao iniciada, as
      * matriculas que faltam.
      * ----------------------------------------------------------------
       IMPRIME-TURMA.

           MOVE SPACES TO RELATORIO-LINHA
           MOVE TA-MATERIA (IND-ATRIB) TO RELATORIO-LINHA (3:30)
           MOVE TA-TURMA (IND-ATRIB)   TO RELATORIO-LINHA (34:10)
           MOVE QTD-INSCRITOS          TO RELATORIO-LINHA (46:4)
           MOVE QTD-FALTANTES          TO RELATORIO-LINHA (52:4)
           MOVE WRK-SITUACAO           TO RELATORIO-LINHA (58:14)
           MOVE WRK-PRAZO-DESC         TO RELATORIO-LINHA (73:20)
           WRITE RELATORIO-LINHA

           PERFORM VARYING IND-FALTA FROM 1 BY 1
                   UNTIL IND-FALTA > QTD-FALTANTES
                      OR IND-FALTA > 300
               MOVE SPACES TO RELATORIO-LINHA
               STRING "      FALTA " TF-FALTA (IND-FALTA)
                   " - MATRICULA " TF-MATRICULA (IND-FALTA)
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-PERFORM

           IF QTD-FALTANTES > 300
               MOVE SPACES TO RELATORIO-LINHA
               STRING "      (LISTADAS AS 300 PRIMEIRAS DE "
                   QTD-FALTANTES " MATRICULAS)"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      * ----------------------------------------------------------------
      * Rodape com os totais; a linha de turmas nao completas e a que
      * o PROG40 le no passo informativo.
      * ----------------------------------------------------------------
       IMPRIME-RODAPE.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "==========================================" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TURMAS ATRIBUIDAS.........: " CNT-SECOES
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "COMPLETAS.................: " CNT-COMPLETAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "PARCIAIS..................: " CNT-PARCIAIS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "NAO INICIADAS.............: " CNT-NAO-INICIADAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "SEM INSCRITOS.............: " CNT-SEM-INSCRITOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "EM ATRASO.................: " CNT-EM-ATRASO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TURMAS NAO COMPLETAS......: " CNT-NAO-COMPLETAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Tabela de trabalho cheia: em vez de imprimir um relatorio
      * parcial, repassa ao tratador comum PROG31E, que grava o OPSLOG
      * e interrompe a execucao.
      * ----------------------------------------------------------------
       REPORTA-LIMITE-TABELA.

           MOVE "TABELA" TO WRK-ERR-OPERACAO
           MOVE "TB" TO WRK-ERR-STATUS
           CALL "PROG31E" USING WRK-ERR-PROGRAMA WRK-ERR-ARQUIVO
               WRK-ERR-OPERACAO WRK-ERR-STATUS
           END-CALL.

       END PROGRAM PROG82.
