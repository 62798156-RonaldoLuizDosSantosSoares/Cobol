      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Relatorio das listas de espera das turmas lotadas
      *          (arquivo LISTAESP, mantido pelo PROG36). Para o periodo
      *          informado, lista cada fila (materia e turma, com as
      *          vagas do VAGASDISC e os inscritos no INSCRICAO) com a
      *          posicao, matricula, nome (ALUNCAD) e data de inclusao
      *          dos pedidos ainda em espera. Informado o prazo final
      *          de inscricao e ja vencido, acrescenta o quadro dos
      *          alunos que continuam em espera depois do prazo, por
      *          turma, para a coordenacao avaliar a abertura de outra
      *          turma. O relatorio RELESPERA fica retido no spool
      *          (PROG62V). Exige sign-on (PROG15V) e acesso a funcao
      *          PROG111 (PROG15A).
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG111.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-ESPERA-FILE ASSIGN TO "LISTAESP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LE-CHAVE OF LISTA-ESPERA-REC
               FILE STATUS IS WS-LISTAESP-STATUS.

           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT INSCRICAO-FILE ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CHAVE OF INSCRICAO-REC
               FILE STATUS IS WS-INSCRICAO-STATUS.

           SELECT VAGAS-FILE ASSIGN TO "VAGASDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAGAS-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELESPERA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTA-ESPERA-FILE.
       01  LISTA-ESPERA-REC.
           COPY ESPEREC.

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.
           COPY INSCRREC.

       FD  VAGAS-FILE.
       01  VAGAS-REC.
           05 VG-MATERIA          PIC X(30).
           05 FILLER              PIC X(01).
           05 VG-VAGAS            PIC 9(03).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(100).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-LISTAESP-STATUS   PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-VAGAS-STATUS      PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC X(08) VALUE SPACES.
       77 WRK-PRAZO-INSCRICAO  PIC X(08) VALUE SPACES.
       77 WRK-PRAZO-VENCIDO    PIC X(01) VALUE 'N'.
       77 WRK-ALUNCAD-OK       PIC X(01) VALUE 'N'.
       77 WRK-MATERIA          PIC X(30) VALUE SPACES.
       77 WRK-TURMA            PIC X(10) VALUE SPACES.
       77 WRK-NOME             PIC X(30) VALUE SPACES.
       77 WRK-VAGAS            PIC 9(03) VALUE ZEROS.
       77 WRK-VAGAS-PADRAO     PIC 9(03) VALUE ZEROS.
       77 WRK-TEM-VAGAS        PIC X(01) VALUE 'N'.
       77 WRK-TEM-PADRAO       PIC X(01) VALUE 'N'.
       77 WRK-VAGAS-EDIT       PIC X(09) VALUE SPACES.
       77 WRK-POSICAO          PIC 9(04) VALUE ZEROS.
       77 CNT-INSCRITOS        PIC 9(05) VALUE ZEROS.
       77 CNT-EM-ESPERA        PIC 9(05) VALUE ZEROS.
       77 QTD-SECOES           PIC 9(03) VALUE ZEROS.
       77 IND-SECAO            PIC 9(03) VALUE ZEROS.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELESPERA".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG111".
       77 WRK-ERR-PROGRAMA     PIC X(08) VALUE 'PROG111'.
       77 WRK-ERR-ARQUIVO      PIC X(12) VALUE 'LISTAESP'.
       77 WRK-ERR-OPERACAO     PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS       PIC X(02) VALUE SPACES.

      * Filas do periodo (ate 200 turmas), com a capacidade e os
      * inscritos apurados na primeira passagem, para o quadro dos
      * que continuam em espera depois do prazo.
       01  TABELA-SECOES.
           05 TS-ENTRADA OCCURS 200 TIMES.
              10 TS-MATERIA       PIC X(30).
              10 TS-TURMA         PIC X(10).
              10 TS-VAGAS-EDIT    PIC X(09).
              10 TS-INSCRITOS     PIC 9(05).
              10 TS-EM-ESPERA     PIC 9(04).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "LISTAS DE ESPERA DAS TURMAS".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG111" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG111. "
                   "RELATORIO NAO EMITIDO."
               GOBACK
           END-IF

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "PERIODO LETIVO (EX. 2026-1):"
           ACCEPT WRK-PERIODO

           DISPLAY "PRAZO FINAL DE INSCRICAO DO PERIODO (AAAAMMDD, "
               "BRANCO = NAO CONFERIR):"
           ACCEPT WRK-PRAZO-INSCRICAO

           MOVE 'N' TO WRK-PRAZO-VENCIDO
           IF WRK-PRAZO-INSCRICAO NOT = SPACES
               IF WRK-PRAZO-INSCRICAO IS NOT NUMERIC
                   DISPLAY "PRAZO DE INSCRICAO INVALIDO."
                   GOBACK
               END-IF
               IF WRK-PRAZO-INSCRICAO < WRK-DATA-HOJE
                   MOVE 'S' TO WRK-PRAZO-VENCIDO
               END-IF
           END-IF

           MOVE "00" TO WS-LISTAESP-STATUS
           OPEN INPUT LISTA-ESPERA-FILE
           IF WS-LISTAESP-STATUS NOT = "00"
               DISPLAY "ARQUIVO LISTAESP AINDA NAO EXISTE (NENHUM "
                   "ALUNO FOI POSTO EM LISTA DE ESPERA NO PROG36)."
               GOBACK
           END-IF

           MOVE 'N' TO WRK-ALUNCAD-OK
           MOVE "00" TO WS-ALUNCAD-STATUS
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
           MOVE "LISTAS DE ESPERA DAS TURMAS LOTADAS" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           IF WRK-PRAZO-INSCRICAO = SPACES
               STRING "PERIODO: " WRK-PERIODO
                   "  EMITIDO EM: " WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               STRING "PERIODO: " WRK-PERIODO
                   "  PRAZO DE INSCRICAO: " WRK-PRAZO-INSCRICAO
                   "  EMITIDO EM: " WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA

           MOVE ZEROS TO QTD-SECOES
           MOVE ZEROS TO CNT-EM-ESPERA
           MOVE SPACES TO WRK-MATERIA WRK-TURMA

           PERFORM UNTIL WS-LISTAESP-STATUS = "10"
               READ LISTA-ESPERA-FILE NEXT
                   AT END
                       MOVE "10" TO WS-LISTAESP-STATUS
                   NOT AT END
                       IF LE-PERIODO = WRK-PERIODO AND
                          LE-SITUACAO = 'E'
                           PERFORM LISTA-PEDIDO-ESPERA
                       END-IF
               END-READ
           END-PERFORM

           IF QTD-SECOES = 0
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "  (NENHUM ALUNO EM LISTA DE ESPERA NO PERIODO)" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TURMAS COM FILA: " QTD-SECOES
               "  ALUNOS EM ESPERA: " CNT-EM-ESPERA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           IF WRK-PRAZO-VENCIDO = 'S' AND QTD-SECOES > 0
               PERFORM LISTA-ESPERA-APOS-PRAZO
           END-IF

           CLOSE LISTA-ESPERA-FILE
           IF WRK-ALUNCAD-OK = 'S'
               CLOSE ALUNO-CAD-FILE
           END-IF
           CLOSE RELATORIO-FILE

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-OPERADOR
           END-CALL

           DISPLAY "TURMAS COM FILA..: " QTD-SECOES
           DISPLAY "ALUNOS EM ESPERA.: " CNT-EM-ESPERA
           IF WRK-PRAZO-VENCIDO = 'S' AND QTD-SECOES > 0
               DISPLAY "PRAZO DE INSCRICAO VENCIDO COM ALUNOS EM "
                   "ESPERA. VEJA O QUADRO NO FIM DO RELESPERA."
           END-IF
           DISPLAY "RELATORIO GRAVADO EM RELESPERA."

           GOBACK.

      * ----------------------------------------------------------------
      * Lista o pedido em espera lido; na troca de materia ou turma,
      * abre o bloco da nova fila (a leitura pela chave traz os
      * pedidos de cada turma juntos e na ordem de chegada).
      * ----------------------------------------------------------------
       LISTA-PEDIDO-ESPERA.

           IF LE-MATERIA NOT = WRK-MATERIA OR
              LE-TURMA NOT = WRK-TURMA OR
              QTD-SECOES = 0
               PERFORM ABRE-BLOCO-SECAO
           END-IF

           ADD 1 TO WRK-POSICAO
           ADD 1 TO CNT-EM-ESPERA
           IF QTD-SECOES > 0
               ADD 1 TO TS-EM-ESPERA (QTD-SECOES)
           END-IF

           PERFORM BUSCA-NOME-ALUNO

           MOVE SPACES TO RELATORIO-LINHA
           STRING "  " WRK-POSICAO "  " LE-MATRICULA "   " WRK-NOME
               "  " LE-DATA-INCLUSAO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Cabecalho da fila da materia e turma do pedido lido, com a
      * capacidade (VAGASDISC) e os inscritos atuais (INSCRICAO).
      * ----------------------------------------------------------------
       ABRE-BLOCO-SECAO.

           MOVE LE-MATERIA TO WRK-MATERIA
           MOVE LE-TURMA   TO WRK-TURMA
           MOVE ZEROS TO WRK-POSICAO

           PERFORM CARREGA-VAGAS
           PERFORM CONTA-INSCRITOS-SECAO
           IF WRK-TEM-VAGAS = 'S'
               MOVE SPACES TO WRK-VAGAS-EDIT
               MOVE WRK-VAGAS TO WRK-VAGAS-EDIT
           ELSE
               MOVE "SEM LIMITE" TO WRK-VAGAS-EDIT
           END-IF

           IF QTD-SECOES = 200
               PERFORM REPORTA-LIMITE-TABELA
           END-IF
           ADD 1 TO QTD-SECOES
           MOVE WRK-MATERIA    TO TS-MATERIA (QTD-SECOES)
           MOVE WRK-TURMA      TO TS-TURMA (QTD-SECOES)
           MOVE WRK-VAGAS-EDIT TO TS-VAGAS-EDIT (QTD-SECOES)
           MOVE CNT-INSCRITOS  TO TS-INSCRITOS (QTD-SECOES)
           MOVE ZEROS          TO TS-EM-ESPERA (QTD-SECOES)

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "MATERIA: " WRK-MATERIA "  TURMA: " WRK-TURMA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "VAGAS: " WRK-VAGAS-EDIT
               "  INSCRITOS: " CNT-INSCRITOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  POS.  MATRIC.  NOME                            "
               "INCLUSAO"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Quadro das filas que continuam com aluno em espera depois do
      * prazo final de inscricao, para a abertura de outra turma.
      * ----------------------------------------------------------------
       LISTA-ESPERA-APOS-PRAZO.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ALUNOS AINDA EM ESPERA APOS O PRAZO DE INSCRICAO ("
               WRK-PRAZO-INSCRICAO ")"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "AVALIAR A ABERTURA DE OUTRA TURMA NAS FILAS ABAIXO:"
               TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "MATERIA                        TURMA      VAGAS     "
               "INSCRITOS EM ESPERA"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           PERFORM VARYING IND-SECAO FROM 1 BY 1
                   UNTIL IND-SECAO > QTD-SECOES
               MOVE SPACES TO RELATORIO-LINHA
               STRING TS-MATERIA (IND-SECAO) " "
                   TS-TURMA (IND-SECAO) " "
                   TS-VAGAS-EDIT (IND-SECAO) " "
                   TS-INSCRITOS (IND-SECAO) "     "
                   TS-EM-ESPERA (IND-SECAO)
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-PERFORM

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ALUNOS EM ESPERA APOS O PRAZO: " CNT-EM-ESPERA
               "  (RELACAO NOMINAL NAS FILAS ACIMA)"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Nome do aluno do pedido no cadastro mestre ALUNCAD.
      * ----------------------------------------------------------------
       BUSCA-NOME-ALUNO.

           MOVE "(FORA DO CADASTRO MESTRE)" TO WRK-NOME
           IF WRK-ALUNCAD-OK = 'S'
               MOVE LE-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AC-NOME TO WRK-NOME
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * Carrega da tabela VAGASDISC a capacidade da materia (linha
      * propria ou, na falta, a linha PADRAO), como no PROG36.
      * ----------------------------------------------------------------
       CARREGA-VAGAS.

           MOVE 'N' TO WRK-TEM-VAGAS
           MOVE 'N' TO WRK-TEM-PADRAO
           MOVE ZEROS TO WRK-VAGAS WRK-VAGAS-PADRAO

           MOVE "00" TO WS-VAGAS-STATUS
           OPEN INPUT VAGAS-FILE
           IF WS-VAGAS-STATUS = "00"
               PERFORM UNTIL WS-VAGAS-STATUS = "10"
                   READ VAGAS-FILE
                       AT END
                           MOVE "10" TO WS-VAGAS-STATUS
                       NOT AT END
                           IF VG-MATERIA = WRK-MATERIA AND
                              VG-VAGAS IS NUMERIC AND VG-VAGAS > 0
                               MOVE VG-VAGAS TO WRK-VAGAS
                               MOVE 'S' TO WRK-TEM-VAGAS
                           END-IF
                           IF VG-MATERIA = "PADRAO" AND
                              VG-VAGAS IS NUMERIC AND VG-VAGAS > 0
                               MOVE VG-VAGAS TO WRK-VAGAS-PADRAO
                               MOVE 'S' TO WRK-TEM-PADRAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VAGAS-FILE
           END-IF
           MOVE "00" TO WS-VAGAS-STATUS

           IF WRK-TEM-VAGAS NOT = 'S' AND WRK-TEM-PADRAO = 'S'
               MOVE WRK-VAGAS-PADRAO TO WRK-VAGAS
               MOVE 'S' TO WRK-TEM-VAGAS
           END-IF.

      * ----------------------------------------------------------------
      * Conta os inscritos da materia, periodo e turma correntes.
      * ----------------------------------------------------------------
       CONTA-INSCRITOS-SECAO.

           MOVE ZEROS TO CNT-INSCRITOS
           MOVE "00" TO WS-INSCRICAO-STATUS

           OPEN INPUT INSCRICAO-FILE
           IF WS-INSCRICAO-STATUS = "00"
               PERFORM UNTIL WS-INSCRICAO-STATUS = "10"
                   READ INSCRICAO-FILE NEXT
                       AT END
                           MOVE "10" TO WS-INSCRICAO-STATUS
                       NOT AT END
                           IF IN-MATERIA = WRK-MATERIA AND
                              IN-PERIODO = WRK-PERIODO AND
                              IN-TURMA = WRK-TURMA
                               ADD 1 TO CNT-INSCRITOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSCRICAO-FILE
           END-IF
           MOVE "00" TO WS-INSCRICAO-STATUS.

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

       END PROGRAM PROG111.
