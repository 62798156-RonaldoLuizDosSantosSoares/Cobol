      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Relatorio semanal dos estagios (RELESTAGIO). Para a
      *          data-base informada (em branco, a data de hoje),
      *          percorre os contratos ativos do ESTAGIOS (PROG103) e
      *          lista em tres secoes: os contratos que terminam nos
      *          proximos 30 dias; os contratos ativos cujo convenio
      *          (CONVENIOS, PROG102) ja venceu ou nao esta cadastrado;
      *          e os alunos com horas aprovadas (ESTAGHORAS) abaixo
      *          das exigidas no contrato quando o contrato termina em
      *          ate 30 dias ou ja terminou sem ser encerrado. Nomes
      *          do ALUNCAD; contagens de cada secao no rodape. Saida
      *          retida no spool (PROG62V).
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG104.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTAGIOS-FILE ASSIGN TO "ESTAGIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE OF ESTAGIO-REC
               FILE STATUS IS WS-ESTAGIOS-STATUS.

           SELECT ESTAGHORAS-FILE ASSIGN TO "ESTAGHORAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-CHAVE OF ESTAGHORAS-REC
               FILE STATUS IS WS-ESTAGHORAS-STATUS.

           SELECT CONVENIOS-FILE ASSIGN TO "CONVENIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CODIGO OF CONVENIO-REC
               FILE STATUS IS WS-CONVENIOS-STATUS.

           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELESTAGIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTAGIOS-FILE.
       01  ESTAGIO-REC.
           COPY ESTGREC.

       FD  ESTAGHORAS-FILE.
       01  ESTAGHORAS-REC.
           COPY EHORREC.

       FD  CONVENIOS-FILE.
       01  CONVENIO-REC.
           COPY CONVREC.

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(100).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ESTAGIOS-STATUS   PIC X(02) VALUE "00".
       77 WS-ESTAGHORAS-STATUS PIC X(02) VALUE "00".
       77 WS-CONVENIOS-STATUS  PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-DATA-BASE        PIC X(08) VALUE SPACES.
       77 WRK-DATA-BASE-NUM    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE-NUM  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE      PIC X(08) VALUE SPACES.
       77 WRK-FIM-NUM          PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-RESTANTES   PIC S9(05) VALUE ZEROS.
       77 WRK-SECAO            PIC 9(01) VALUE ZERO.
       77 WRK-HORAS-OK         PIC X VALUE 'N'.
       77 WRK-CONVENIOS-OK     PIC X VALUE 'N'.
       77 WRK-ALUNCAD-OK       PIC X VALUE 'N'.
       77 WRK-NOME             PIC X(30) VALUE SPACES.
       77 WRK-EMPRESA          PIC X(30) VALUE SPACES.
       77 WRK-CONV-FIM         PIC X(08) VALUE SPACES.
       77 QTD-HORAS-APROVADAS  PIC 9(04) VALUE ZEROS.
       77 QTD-HORAS-FALTANTES  PIC 9(04) VALUE ZEROS.
       77 CNT-ATIVOS           PIC 9(05) VALUE ZEROS.
       77 CNT-A-VENCER         PIC 9(05) VALUE ZEROS.
       77 CNT-CONV-VENCIDO     PIC 9(05) VALUE ZEROS.
       77 CNT-HORAS-FALTANDO   PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-EDIT        PIC -ZZZ9.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELESTAGIO".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG104".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "ACOMPANHAMENTO DOS ESTAGIOS (RELESTAGIO)".
           DISPLAY "===================================".

           DISPLAY "DATA-BASE (AAAAMMDD, EM BRANCO = HOJE):"
           ACCEPT WRK-DATA-BASE
           IF WRK-DATA-BASE = SPACES
               ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
           END-IF
           IF WRK-DATA-BASE IS NOT NUMERIC
               DISPLAY "DATA-BASE INVALIDA. RELATORIO NAO GERADO."
               GOBACK
           END-IF
           MOVE WRK-DATA-BASE TO WRK-DATA-BASE-NUM
           COMPUTE WRK-DATA-LIMITE-NUM =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WRK-DATA-BASE-NUM) + 30)
           MOVE WRK-DATA-LIMITE-NUM TO WRK-DATA-LIMITE

           OPEN INPUT ESTAGIOS-FILE
           IF WS-ESTAGIOS-STATUS NOT = "00"
               DISPLAY "ARQUIVO ESTAGIOS NAO ENCONTRADO. CADASTRE OS "
                   "CONTRATOS (PROG103)."
               GOBACK
           END-IF
           CLOSE ESTAGIOS-FILE

           MOVE 'N' TO WRK-CONVENIOS-OK
           OPEN INPUT CONVENIOS-FILE
           IF WS-CONVENIOS-STATUS = "00"
               MOVE 'S' TO WRK-CONVENIOS-OK
           END-IF

           MOVE 'N' TO WRK-ALUNCAD-OK
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE 'S' TO WRK-ALUNCAD-OK
           END-IF

           MOVE 'N' TO WRK-HORAS-OK
           OPEN INPUT ESTAGHORAS-FILE
           IF WS-ESTAGHORAS-STATUS = "00"
               MOVE 'S' TO WRK-HORAS-OK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM IMPRIME-CABECALHO

           PERFORM VARYING WRK-SECAO FROM 1 BY 1 UNTIL WRK-SECAO > 3
               PERFORM IMPRIME-SECAO
           END-PERFORM

           PERFORM IMPRIME-TOTAIS

           CLOSE RELATORIO-FILE
           IF WRK-CONVENIOS-OK = 'S'
               CLOSE CONVENIOS-FILE
           END-IF
           IF WRK-ALUNCAD-OK = 'S'
               CLOSE ALUNO-CAD-FILE
           END-IF
           IF WRK-HORAS-OK = 'S'
               CLOSE ESTAGHORAS-FILE
           END-IF

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           DISPLAY "RELATORIO GRAVADO EM RELESTAGIO."
           DISPLAY "CONTRATOS A VENCER: " CNT-A-VENCER
               "  CONVENIO VENCIDO: " CNT-CONV-VENCIDO
               "  HORAS FALTANDO: " CNT-HORAS-FALTANDO

           GOBACK.

      * ----------------------------------------------------------------
      * Cabecalho do relatorio.
      * ----------------------------------------------------------------
       IMPRIME-CABECALHO.

           MOVE "ACOMPANHAMENTO DOS CONTRATOS DE ESTAGIO" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "DATA-BASE: " WRK-DATA-BASE "  HORIZONTE: "
               WRK-DATA-LIMITE
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Imprime a secao WRK-SECAO: titulo, uma passada pelos contratos
      * ativos e a linha de secao vazia quando nada se enquadra.
      * ----------------------------------------------------------------
       IMPRIME-SECAO.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           EVALUATE WRK-SECAO
               WHEN 1
                   MOVE "1. CONTRATOS QUE TERMINAM NOS PROXIMOS 30 DIAS"
                       TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
                   MOVE SPACES TO RELATORIO-LINHA
                   MOVE "MATRIC NOME" TO RELATORIO-LINHA (1:11)
                   MOVE "SQ CONV.  FIM      DIAS EMPRESA" TO
                       RELATORIO-LINHA (39:31)
               WHEN 2
                   MOVE "2. CONTRATOS ATIVOS COM CONVENIO VENCIDO" TO
                       RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
                   MOVE SPACES TO RELATORIO-LINHA
                   MOVE "MATRIC NOME" TO RELATORIO-LINHA (1:11)
                   MOVE "SQ CONV.  FIM CONV EMPRESA" TO
                       RELATORIO-LINHA (39:26)
               WHEN OTHER
                   MOVE "3. ALUNOS COM HORAS DE ESTAGIO INSUFICIENTES"
                       TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
                   MOVE SPACES TO RELATORIO-LINHA
                   MOVE "MATRIC NOME" TO RELATORIO-LINHA (1:11)
                   MOVE "SQ FIM      EXIG APROV FALTA" TO
                       RELATORIO-LINHA (39:29)
           END-EVALUATE
           WRITE RELATORIO-LINHA

           MOVE ZEROS TO CNT-ATIVOS
           MOVE "00" TO WS-ESTAGIOS-STATUS
           OPEN INPUT ESTAGIOS-FILE
           PERFORM AVALIA-UM-CONTRATO
               UNTIL WS-ESTAGIOS-STATUS NOT = "00"
           CLOSE ESTAGIOS-FILE

           IF CNT-ATIVOS = 0
               MOVE "  (NENHUM CONTRATO NESTA SITUACAO)" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      * ----------------------------------------------------------------
      * Le o proximo contrato e, quando ativo, aplica o criterio da
      * secao corrente.
      * ----------------------------------------------------------------
       AVALIA-UM-CONTRATO.

           READ ESTAGIOS-FILE NEXT
               AT END
                   MOVE "10" TO WS-ESTAGIOS-STATUS
               NOT AT END
                   IF ES-SITUACAO = 'A' AND ES-FIM IS NUMERIC
                       MOVE ES-FIM TO WRK-FIM-NUM
                       EVALUATE WRK-SECAO
                           WHEN 1
                               PERFORM CONFERE-A-VENCER
                           WHEN 2
                               PERFORM CONFERE-CONVENIO
                           WHEN OTHER
                               PERFORM CONFERE-HORAS
                       END-EVALUATE
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Secao 1: fim do contrato entre a data-base e o horizonte.
      * ----------------------------------------------------------------
       CONFERE-A-VENCER.

           IF WRK-FIM-NUM >= WRK-DATA-BASE-NUM AND
              WRK-FIM-NUM <= WRK-DATA-LIMITE-NUM
               ADD 1 TO CNT-ATIVOS
               ADD 1 TO CNT-A-VENCER
               COMPUTE WRK-DIAS-RESTANTES =
                   FUNCTION INTEGER-OF-DATE (WRK-FIM-NUM) -
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-BASE-NUM)
               MOVE WRK-DIAS-RESTANTES TO WRK-DIAS-EDIT
               PERFORM OBTEM-NOME
               PERFORM OBTEM-CONVENIO
               MOVE SPACES TO RELATORIO-LINHA
               STRING ES-MATRICULA " " WRK-NOME " " ES-SEQUENCIA " "
                   ES-CONVENIO " " ES-FIM " " WRK-DIAS-EDIT " "
                   WRK-EMPRESA
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      * ----------------------------------------------------------------
      * Secao 2: convenio do contrato ativo vencido na data-base ou
      * nao cadastrado.
      * ----------------------------------------------------------------
       CONFERE-CONVENIO.

           PERFORM OBTEM-CONVENIO
           IF WRK-CONV-FIM = SPACES OR WRK-CONV-FIM < WRK-DATA-BASE
               ADD 1 TO CNT-ATIVOS
               ADD 1 TO CNT-CONV-VENCIDO
               PERFORM OBTEM-NOME
               IF WRK-CONV-FIM = SPACES
                   MOVE "--------" TO WRK-CONV-FIM
               END-IF
               MOVE SPACES TO RELATORIO-LINHA
               STRING ES-MATRICULA " " WRK-NOME " " ES-SEQUENCIA " "
                   ES-CONVENIO " " WRK-CONV-FIM " " WRK-EMPRESA
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      * ----------------------------------------------------------------
      * Secao 3: contrato que termina ate o horizonte (ou ja terminou
      * sem ser encerrado) com horas aprovadas abaixo das exigidas.
      * ----------------------------------------------------------------
       CONFERE-HORAS.

           IF WRK-FIM-NUM <= WRK-DATA-LIMITE-NUM
               PERFORM SOMA-HORAS-APROVADAS
               IF QTD-HORAS-APROVADAS < ES-HORAS-EXIGIDAS
                   ADD 1 TO CNT-ATIVOS
                   ADD 1 TO CNT-HORAS-FALTANDO
                   COMPUTE QTD-HORAS-FALTANTES =
                       ES-HORAS-EXIGIDAS - QTD-HORAS-APROVADAS
                   PERFORM OBTEM-NOME
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING ES-MATRICULA " " WRK-NOME " " ES-SEQUENCIA
                       " " ES-FIM " " ES-HORAS-EXIGIDAS " "
                       QTD-HORAS-APROVADAS " " QTD-HORAS-FALTANTES
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Soma as horas aprovadas do contrato corrente.
      * ----------------------------------------------------------------
       SOMA-HORAS-APROVADAS.

           MOVE ZEROS TO QTD-HORAS-APROVADAS
           IF WRK-HORAS-OK = 'S'
               MOVE "00" TO WS-ESTAGHORAS-STATUS
               MOVE ES-MATRICULA TO EH-MATRICULA
               MOVE ES-SEQUENCIA TO EH-SEQUENCIA
               MOVE LOW-VALUES   TO EH-COMPETENCIA
               START ESTAGHORAS-FILE KEY NOT LESS THAN EH-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-ESTAGHORAS-STATUS
               END-START
               PERFORM UNTIL WS-ESTAGHORAS-STATUS = "10"
                   READ ESTAGHORAS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ESTAGHORAS-STATUS
                       NOT AT END
                           IF EH-MATRICULA NOT = ES-MATRICULA OR
                              EH-SEQUENCIA NOT = ES-SEQUENCIA
                               MOVE "10" TO WS-ESTAGHORAS-STATUS
                           ELSE
                               IF EH-SITUACAO = 'A'
                                   ADD EH-HORAS TO QTD-HORAS-APROVADAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * ----------------------------------------------------------------
      * Nome do aluno do contrato corrente no ALUNCAD.
      * ----------------------------------------------------------------
       OBTEM-NOME.

           MOVE SPACES TO WRK-NOME
           IF WRK-ALUNCAD-OK = 'S'
               MOVE ES-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)" TO WRK-NOME
                   NOT INVALID KEY
                       MOVE AC-NOME TO WRK-NOME
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * Empresa e fim da vigencia do convenio do contrato corrente
      * (fim em branco quando o convenio nao esta cadastrado).
      * ----------------------------------------------------------------
       OBTEM-CONVENIO.

           MOVE SPACES TO WRK-EMPRESA
           MOVE SPACES TO WRK-CONV-FIM
           IF WRK-CONVENIOS-OK = 'S'
               MOVE ES-CONVENIO TO CV-CODIGO
               READ CONVENIOS-FILE
                   INVALID KEY
                       MOVE "(CONVENIO NAO CADASTRADO)" TO WRK-EMPRESA
                   NOT INVALID KEY
                       MOVE CV-RAZAO-SOCIAL TO WRK-EMPRESA
                       MOVE CV-FIM TO WRK-CONV-FIM
               END-READ
           ELSE
               MOVE "(CONVENIO NAO CADASTRADO)" TO WRK-EMPRESA
           END-IF.

      * ----------------------------------------------------------------
      * Contagens de cada secao.
      * ----------------------------------------------------------------
       IMPRIME-TOTAIS.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "CONTRATOS A VENCER EM 30 DIAS....: " CNT-A-VENCER
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "CONTRATOS COM CONVENIO VENCIDO...: "
               CNT-CONV-VENCIDO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "CONTRATOS COM HORAS INSUFICIENTES: "
               CNT-HORAS-FALTANDO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

       END PROGRAM PROG104.
