      *                 PROG59V): periodo fora do calendario, ou com
      *                 a data de hoje fora da janela dele, forca
      *                 nova digitacao.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG06A); sem
      *                 acesso, a sessao e encerrada como no sign-on
      *                 invalido. A correcao intencional de nota ja
      *                 cadastrada passa a exigir a funcao
      *                 PROG06A-CORRIGE no lugar da letra C/F.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG06A.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO   PIC X(01) VALUE 'P'.
       77 WRK-OPERADOR PIC X(10).
       77 WS-TRANSLOG-STATUS PIC X(02) VALUE "00".
       77 WS-ALUNOIDX-STATUS PIC X(02) VALUE "00".
       77 WRK-PERIODO         PIC X(06) VALUE SPACES.
       77 WRK-PERFIL          PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO      PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO          PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO       PIC X(01) VALUE 'N'.
       77 WRK-PER-FECHADO     PIC X(01) VALUE 'N'.
       77 WRK-PERIODO-VALIDO   PIC X(01) VALUE 'N'.
       77 WRK-CAL-RESULTADO    PIC X(01) VALUE SPACE.
           05 LINE 07 COL 20 PIC 99 USING WRK-NOTA.

       PROCEDURE DIVISION.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           MOVE 'N' TO WRK-CONTINUA

           PERFORM SIGN-ON-OPERADOR
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO = 'S'
               MOVE "PROG06A" TO WRK-FUNCAO
               CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL
                   WRK-FUNCAO WRK-PERMITIDO
               END-CALL
               IF WRK-PERMITIDO NOT = 'S'
                   DISPLAY 'OPERADOR SEM ACESSO AO PROG06A.'
                   MOVE 'N' TO WRK-AUTORIZADO
               END-IF
           END-IF

           IF WRK-AUTORIZADO = 'S'
               CALL "PROG21V" USING FXV-LIMITE-REPROVA
                   FXV-LIMITE-APROVA FXV-LIMITE-HONRA
               IF WRK-DUPLICADO = 'S'
                   DISPLAY 'JA EXISTE NOTA CADASTRADA PARA ' WRK-NOME
                       ' EM ' WRK-MATERIA
                   MOVE "PROG06A-CORRIGE" TO WRK-FUNCAO
                   CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL
                       WRK-FUNCAO WRK-PERMITIDO
                   END-CALL
                   IF WRK-PERMITIDO NOT = 'S'
                       DISPLAY 'OPERADOR SEM ACESSO AO '
                           'PROG06A-CORRIGE. DIGITE NOVAMENTE O '
                           'NOME E A MATERIA.'
                   ELSE
                       DISPLAY 'CONFIRMA QUE E UMA CORRECAO '
                           'INTENCIONAL? (S/N)'
