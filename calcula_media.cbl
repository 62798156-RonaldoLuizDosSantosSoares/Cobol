      *                 PROG59V): periodo fora do calendario, ou com
      *                 a data de hoje fora da janela dele, forca
      *                 nova digitacao.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao MEDIA); o
      *                 perfil padrao de qualquer letra mantem o acesso
      *                 de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 PH-PESO-P3           PIC 9(03).

       WORKING-STORAGE SECTION.
       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       01  WRK-OPERADOR        PIC X(10).
       01  WS-TRANSLOG-STATUS  PIC X(02) VALUE "00".
       01  P1                  PIC 9(3)V99.
       01  WRK-MATRICULA-TRANS PIC 9(06) VALUE ZEROS.
       01  WRK-PERFIL          PIC X(01) VALUE SPACE.
       01  WRK-AUTORIZADO      PIC X(01) VALUE 'N'.
       01  WRK-FUNCAO          PIC X(16) VALUE SPACES.
       01  WRK-PERMITIDO       PIC X(01) VALUE 'N'.
       01  WRK-PERIODO         PIC X(06) VALUE SPACES.
       01  WRK-PER-FECHADO     PIC X(01) VALUE 'N'.
       01  WRK-PERIODO-VALIDO  PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CALCULO DE MEDIA FINAL"
           DISPLAY "  1 - Interativo (um aluno)"
               GOBACK
           END-IF

           MOVE "MEDIA" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO A FUNCAO MEDIA. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           MOVE 'N' TO WRK-PERIODO-VALIDO
           PERFORM UNTIL WRK-PERIODO-VALIDO = 'S'
               DISPLAY "PERIODO LETIVO DA APURACAO (EX. 2026-1):"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO ALUNMEDIA."
           ELSE
               OPEN OUTPUT RELATORIO-FILE
               IF WRK-REGIAO = 'T'
                   MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                       RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF

               MOVE "RELATORIO DE MEDIA FINAL POR ALUNO" TO
                   RELATORIO-LINHA
