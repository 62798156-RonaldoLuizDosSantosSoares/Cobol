      *          sequenciais.
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG39); o
      *                 perfil padrao de qualquer letra mantem o acesso
      *                 de antes. A decisao do pedido passa a exigir a
      *                 funcao PROG39-DECIDE no lugar da letra C/F.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG39.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-REVISAO-STATUS    PIC X(02) VALUE "00".
       77 WS-REVNOVO-STATUS    PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-CONTINUA         PIC X VALUE 'S'.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "REVISAO DE NOTA (REVNOTAS)".
           DISPLAY "===================================".
               GOBACK
           END-IF

           MOVE "PROG39" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG39. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           CALL "PROG21V" USING FXV-LIMITE-REPROVA FXV-LIMITE-APROVA
               FXV-LIMITE-HONRA FXV-ROTULO-REPROVA
               FXV-ROTULO-RECUPERA FXV-ROTULO-APROVA
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "REVISOES DE NOTA PENDENTES" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
      * ----------------------------------------------------------------
       DECIDE-PEDIDO.

           MOVE "PROG39-DECIDE" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL
               WRK-FUNCAO WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG39-DECIDE. "
                   "DECISAO NAO PERMITIDA."
           ELSE
               DISPLAY "NUMERO DO PEDIDO A DECIDIR:"
