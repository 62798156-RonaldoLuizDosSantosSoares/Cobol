      *                 (SC-BLOQUEADO) era truncado na regravacao do
      *                 reset e o desbloqueio operava sobre uma marca
      *                 que nunca tinha sido gravada.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG15) no
      *                 lugar do teste da letra de perfil F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG15.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-OPERADORES-STATUS PIC X(02) VALUE "00".
       77 WS-SENHACTL-STATUS   PIC X(02) VALUE "00".
       77 WS-SCNOVO-STATUS     PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE        PIC X(08) VALUE SPACES.
       77 WRK-VALIDADE         PIC X(08) VALUE SPACES.
       77 WRK-GRAVOU-LINHA     PIC X VALUE 'N'.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "MANUTENCAO DO CADASTRO DE OPERADORES".
           DISPLAY "===================================".
                   DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
                   GOBACK
               END-IF
               MOVE "PROG15" TO WRK-FUNCAO
               CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
                   WRK-PERMITIDO
               END-CALL
               IF WRK-PERMITIDO NOT = 'S'
                   DISPLAY "OPERADOR SEM ACESSO AO PROG15. "
                       "MANUTENCAO NAO PERMITIDA."
                   GOBACK
               END-IF
