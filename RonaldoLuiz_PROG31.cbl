      *          de fechamento (F) e e registrada no TRANSLOG.
      * Modification History:
      *   22/08 - RLS - Programa original.
      *   15/10 - RLS - A limpeza da trava passa a exigir a funcao
      *                 PROG31-LIMPA (PROG15A, tabela ACESSOS) no lugar
      *                 da letra F; sem a tabela, o perfil padrao
      *                 FECHAMENTO da o mesmo acesso de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG31.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-TRAVA-STATUS      PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-OCUPADA          PIC X(01) VALUE 'N'.
       77 WRK-DONO             PIC X(10) VALUE SPACES.
       77 WRK-CONFIRMA         PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "SUPERVISAO DA TRAVA DE ENTRADA (TRAVAENTRADA)".
           DISPLAY "===================================".
           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "LIMPEZA CANCELADA: SIGN-ON INVALIDO."
           ELSE
               MOVE "PROG31-LIMPA" TO WRK-FUNCAO
               CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL
                   WRK-FUNCAO WRK-PERMITIDO
               END-CALL
               IF WRK-PERMITIDO NOT = 'S'
                   DISPLAY "LIMPEZA CANCELADA: OPERADOR SEM ACESSO AO "
                       "PROG31-LIMPA."
               ELSE
                   OPEN OUTPUT TRAVA-FILE
                   CLOSE TRAVA-FILE
