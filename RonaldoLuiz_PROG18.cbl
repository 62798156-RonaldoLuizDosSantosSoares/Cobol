      *                 data fora da janela nao bloqueia, ja que o
      *                 fechamento normalmente ocorre depois do fim
      *                 do periodo.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG18) no
      *                 lugar do teste da letra de perfil F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG18.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-FECHAMENTO-STATUS PIC X(02) VALUE "00".
       77 WS-EXCNOTAS-STATUS   PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-FECHADO          PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "FECHAMENTO DE PERIODO LETIVO".
           DISPLAY "===================================".
               GOBACK
           END-IF

           MOVE "PROG18" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG18. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF
