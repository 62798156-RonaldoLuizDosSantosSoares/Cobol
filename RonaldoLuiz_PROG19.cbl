      *                 a data de hoje fora da janela dele, encerra o
      *                 programa. Instalacao ainda sem calendario nao
      *                 bloqueia.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG19) no
      *                 lugar do teste da letra de perfil C/F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG19.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNOS-STATUS     PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-NOTASHIST-STATUS  PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-PER-FECHADO      PIC X(01) VALUE 'N'.
       77 WRK-CAL-RESULTADO    PIC X(01) VALUE SPACE.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "LANCAMENTO DE PROVA DE RECUPERACAO".
           DISPLAY "===================================".
               GOBACK
           END-IF

           MOVE "PROG19" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG19. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE SPACES TO RELATORIO-LINHA
           STRING "RESULTADO DA RECUPERACAO - PERIODO " WRK-PERIODO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
