      *          intermediario ATRIBDOC.NEW, como no catalogo (PROG07).
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      *   15/10 - RLS - A atribuicao passa a registrar a unidade
      *                 (campus) onde a turma e dada, conferida no
      *                 cadastro UNIDADES pelo PROG99V (branco = SEDE,
      *                 unidade desativada recusada); a listagem mostra
      *                 a unidade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG38.
           COPY ATRIBDREC.

       FD  ATRIB-NOVO-FILE.
       01  ATRIB-NOVO-REC          PIC X(64).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-DOCENTES-STATUS   PIC X(02) VALUE "00".
       77 WS-ATRIBDOC-STATUS   PIC X(02) VALUE "00".
       77 WS-ATRNOVO-STATUS    PIC X(02) VALUE "00".
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-TURMA            PIC X(10) VALUE SPACES.
       77 WRK-REMOVIDA         PIC X VALUE 'N'.
       77 WRK-UNIDADE          PIC X(04) VALUE SPACES.
       77 WRK-NOME-UNIDADE     PIC X(30) VALUE SPACES.
       77 WRK-SITUACAO-UNIDADE PIC X(01) VALUE SPACE.
       77 WRK-ACHOU-UNIDADE    PIC X(01) VALUE 'N'.
       77 CNT-LINHAS           PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "MANUTENCAO DE DOCENTES E ATRIBUICOES".
           DISPLAY "===================================".
                   ACCEPT WRK-PERIODO
                   DISPLAY "TURMA:"
                   ACCEPT WRK-TURMA
                   DISPLAY "UNIDADE DA TURMA (BRANCO = SEDE):"
                   MOVE SPACES TO WRK-UNIDADE
                   ACCEPT WRK-UNIDADE

                   CALL "PROG99V" USING WRK-UNIDADE WRK-NOME-UNIDADE
                       WRK-SITUACAO-UNIDADE WRK-ACHOU-UNIDADE
                   END-CALL

                   IF WRK-ACHOU-UNIDADE NOT = 'S' OR
                      WRK-SITUACAO-UNIDADE NOT = 'A'
                       DISPLAY "UNIDADE " WRK-UNIDADE " NAO CADASTRADA "
                           "OU DESATIVADA. ATRIBUICAO RECUSADA."
                   ELSE
                       PERFORM GRAVA-ATRIBUICAO
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Acrescenta ao ATRIBDOC a atribuicao informada.
      * ----------------------------------------------------------------
       GRAVA-ATRIBUICAO.

           OPEN EXTEND ATRIBDOC-FILE
           IF WS-ATRIBDOC-STATUS NOT = "00"
               CLOSE ATRIBDOC-FILE
               OPEN OUTPUT ATRIBDOC-FILE
           END-IF
           MOVE SPACES      TO ATRIBDOC-REC
           MOVE WRK-ID      TO AT-DOCENTE
           MOVE WRK-MATERIA TO AT-MATERIA
           MOVE WRK-PERIODO TO AT-PERIODO
           MOVE WRK-TURMA   TO AT-TURMA
           MOVE WRK-UNIDADE TO AT-UNIDADE
           WRITE ATRIBDOC-REC
           CLOSE ATRIBDOC-FILE
           MOVE "00" TO WS-ATRIBDOC-STATUS
           DISPLAY "ATRIBUICAO GRAVADA NA UNIDADE " WRK-UNIDADE " - "
               WRK-NOME-UNIDADE.

      * ----------------------------------------------------------------
      * Remove uma atribuicao: copia o ATRIBDOC para o intermediario
      * ATRIBDOC.NEW pulando a linha removida e copia o resultado de
                                       MOVE "(SEM CADASTRO)" TO
                                           DC-NOME
                               END-READ
                               IF AT-UNIDADE = SPACES
                                   MOVE "SEDE" TO AT-UNIDADE
                               END-IF
                               DISPLAY "  " AT-PERIODO " "
                                   AT-MATERIA " TURMA " AT-TURMA
                                   " " AT-UNIDADE " - " DC-NOME
                           END-IF
                   END-READ
               END-PERFORM
