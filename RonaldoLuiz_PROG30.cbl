      *          explicita, ja que o arquivo vivo e substituido.
      * Modification History:
      *   22/08 - RLS - Programa original.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG30) no
      *                 lugar do teste da letra de perfil F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - Restauracao de NOTASDISC lembra o operador de
      *                 executar a recuperacao para a frente (PROG94),
      *                 que reaplica as alteracoes da NOTASHIST feitas
      *                 depois da geracao restaurada.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG30.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNOS-STATUS     PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-GERACAO-STATUS    PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-ARQUIVO          PIC X(01) VALUE SPACE.
       77 WRK-GERACAO          PIC 9(01) VALUE ZERO.
       77 WRK-CONFIRMA         PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "RESTAURACAO DE GERACOES (ALUNOS / NOTASDISC)".
           DISPLAY "===================================".
               GOBACK
           END-IF

           MOVE "PROG30" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG30. "
                   "RESTAURACAO NAO PERMITIDA."
               GOBACK
           END-IF
               PERFORM GRAVA-TRANSACAO
               DISPLAY "RESTAURACAO CONCLUIDA. REGISTROS: "
                   CNT-RESTAURADOS
               IF WRK-ARQUIVO NOT = 'A' AND WRK-ARQUIVO NOT = 'a'
                   DISPLAY "EXECUTE O PROG94 PARA REAPLICAR AS "
                       "ALTERACOES DE NOTA FEITAS APOS A GERACAO."
               END-IF
           END-IF

           GOBACK.
