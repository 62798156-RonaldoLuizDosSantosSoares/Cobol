      *          correcao (C) ou fechamento (F).
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG64); o
      *                 perfil padrao de qualquer letra mantem o acesso
      *                 de antes. O lancamento da prova reposta passa a
      *                 exigir a funcao PROG64-REPOSTA no lugar da letra
      *                 C/F.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG64.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-SEGCHAMADA-STATUS PIC X(02) VALUE "00".
       77 WS-SGNOVO-STATUS     PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
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
           DISPLAY "SEGUNDA CHAMADA (SEGCHAMADA)".
           DISPLAY "===================================".
               GOBACK
           END-IF

           MOVE "PROG64" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG64. "
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
           MOVE "REPOSICOES DE SEGUNDA CHAMADA PENDENTES" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
      * ----------------------------------------------------------------
       LANCA-PROVA-REPOSTA.

           MOVE "PROG64-REPOSTA" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL
               WRK-FUNCAO WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG64-REPOSTA. "
                   "LANCAMENTO NAO PERMITIDO."
           ELSE
               PERFORM OBTEM-MATRICULA
