      *                 e data/hora - uma edicao aqui muda toda media
      *                 e situacao dali em diante, e nao deixava
      *                 rastro. Consulta pelo PROG68.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG21); o
      *                 perfil padrao de qualquer letra mantem o acesso
      *                 de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG21.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-FAIXAS-STATUS     PIC X(02) VALUE "00".
       77 WS-CONFHIST-STATUS   PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA         PIC X VALUE 'N'.
       77 WRK-LIMITE-REPROVA   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-LIMITE-APROVA    PIC 9(02)V99 VALUE ZEROS.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "MANUTENCAO DAS FAIXAS DE APROVACAO (FAIXAS)".
           DISPLAY "===================================".
               GOBACK
           END-IF

           MOVE "PROG21" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG21. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           CALL "PROG21V" USING WRK-LIMITE-REPROVA WRK-LIMITE-APROVA
               WRK-LIMITE-HONRA WRK-ROTULO-REPROVA
               WRK-ROTULO-RECUPERA WRK-ROTULO-APROVA
