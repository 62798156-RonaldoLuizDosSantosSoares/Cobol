      *                 detalhe alargados para 9(02): com as 9
      *                 avaliacoes da lista cheia, o indice de 1
      *                 digito estourava no teste de fim do laco.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG08); sem
      *                 acesso, a sessao e encerrada como no sign-on
      *                 invalido. A etapa de correcao de disciplinas
      *                 passa a exigir a funcao PROG08-CORRIGE no lugar
      *                 da letra C/F.
      *   15/10 - RLS - Periodo fechado recusado na entrada indica o
      *                 PROG93 (fila de correcao com dupla
      *                 aprovacao) para a correcao tardia.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      **********************

       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       01 WRK-OPERADOR PIC X(10).
       01 WS-TRANSLOG-STATUS PIC X(02) VALUE "00".
       01 WS-CHECKPOINT-STATUS PIC X(02) VALUE "00".
       01 WRK-PERIODO PIC X(06) VALUE SPACES.
       01 WRK-PERFIL PIC X(01) VALUE SPACE.
       01 WRK-AUTORIZADO PIC X(01) VALUE 'N'.
       01 WRK-FUNCAO PIC X(16) VALUE SPACES.
       01 WRK-PERMITIDO PIC X(01) VALUE 'N'.
       01 WRK-PER-FECHADO PIC X(01) VALUE 'N'.
       01 WRK-PERIODO-VALIDO PIC X(01) VALUE 'N'.
       01 WRK-CAL-RESULTADO PIC X(01) VALUE SPACE.
       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "PROGRAMA - ARMAZENAMENTO DE NOTAS".
           DISPLAY "===================================".
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO = 'S'
               MOVE "PROG08" TO WRK-FUNCAO
               CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL
                   WRK-FUNCAO WRK-PERMITIDO
               END-CALL
               IF WRK-PERMITIDO NOT = 'S'
                   DISPLAY "OPERADOR SEM ACESSO AO PROG08."
                   MOVE 'N' TO WRK-AUTORIZADO
               END-IF
           END-IF

           IF WRK-AUTORIZADO = 'S'
               CALL "PROG21V" USING FXV-LIMITE-REPROVA
                   FXV-LIMITE-APROVA FXV-LIMITE-HONRA
                   IF WRK-PER-FECHADO = 'S'
                       DISPLAY "PERIODO " WRK-PERIODO " ESTA FECHADO "
                           "(PROG18). INFORME OUTRO PERIODO."
                       DISPLAY "CORRECAO DE NOTA DE PERIODO FECHADO: "
                           "PEDIDO COM APROVACAO NO PROG93."
                   ELSE
                       MOVE 'S' TO WRK-PERIODO-VALIDO
                   END-IF

           DISPLAY "===================================".

           MOVE "PROG08-CORRIGE" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL
               WRK-FUNCAO WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG08-CORRIGE. "
                   "ETAPA DE CORRECAO INDISPONIVEL."
               MOVE 'N' TO WRK-CORRIGE
           ELSE
               DISPLAY "DESEJA CORRIGIR ALGUMA DISCIPLINA? (S/N)"
