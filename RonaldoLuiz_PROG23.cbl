      *            04 = nota invalida ou fora de 0.00 a 10.00
      * Modification History:
      *   22/08 - RLS - Programa original.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG23); o
      *                 perfil padrao de qualquer letra mantem o acesso
      *                 de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG23.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-IMPORTA-STATUS    PIC X(02) VALUE "00".
       77 WS-ROSTER-STATUS     PIC X(02) VALUE "00".
       77 WS-ALUNOIDX-STATUS   PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-CURSO-LOTE       PIC X(20) VALUE SPACES.
       77 WRK-TURMA-LOTE       PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "IMPORTACAO DE ALUNOS (IMPALUNOS)".
           DISPLAY "===================================".
               GOBACK
           END-IF

           MOVE "PROG23" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG23. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           DISPLAY "PERIODO LETIVO DO LOTE (EX. 2026-1):"
           ACCEPT WRK-PERIODO
           DISPLAY "CURSO DOS ALUNOS DO LOTE:"
