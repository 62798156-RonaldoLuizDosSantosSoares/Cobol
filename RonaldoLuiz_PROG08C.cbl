      *                 o EXCNOTAS em especial, que o PROG18 confere,
      *                 ja fez falta depois de uma reexecucao. O nome
      *                 fixo continua intacto para o PROG18.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG08C) no
      *                 lugar do teste da letra de perfil C/F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - A rotacao das geracoes grava tambem a data e a
      *                 hora de cada copia (NOTASDISC.GTS, layout
      *                 GERTSREC), ponto de partida da recuperacao para
      *                 a frente do PROG94 apos uma restauracao.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG08C.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GERACAO3-STATUS.

           SELECT CARIMBO-FILE ASSIGN TO "NOTASDISC.GTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARIMBO-STATUS.

           SELECT MARCADOR-FILE ASSIGN TO "FECHMARK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARCADOR-STATUS.
       FD  GERACAO3-FILE.
       01  GERACAO3-REC            PIC X(121).

      * Data e hora em que cada geracao foi tirada (ponto de partida
      * da recuperacao para a frente do PROG94).
       FD  CARIMBO-FILE.
       01  CARIMBO-REC.
           COPY GERTSREC.

      * Marcador do fechamento incremental: data do ultimo fechamento
      * sem pendencias e quantidade de linhas do MEDIALOG ja
      * conferidas ate ele.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-GERACAO1-STATUS   PIC X(02) VALUE "00".
       77 WS-GERACAO2-STATUS   PIC X(02) VALUE "00".
       77 WS-GERACAO3-STATUS   PIC X(02) VALUE "00".
       77 WS-CARIMBO-STATUS    PIC X(02) VALUE "00".

       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-MEDIALOG-STATUS   PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WS-MARCADOR-STATUS   PIC X(02) VALUE "00".
       77 WRK-MODO             PIC X(01) VALUE 'C'.
       77 WRK-TEM-MARCA        PIC X(01) VALUE 'N'.
       01  MEDIALOG-VERSAO-GUARDA.
           COPY MEDIALVER.

      * Carimbos das geracoes antes da rotacao e depois dela.
       01  CARIMBOS-ANTERIORES.
           05 CA-CARIMBO OCCURS 3 TIMES.
              10 CA-DATA          PIC X(08).
              10 CA-HORA          PIC X(06).
       01  CARIMBOS-NOVOS.
           05 CN-CARIMBO OCCURS 3 TIMES.
              10 CN-DATA          PIC X(08).
              10 CN-HORA          PIC X(06).

      * Imagem anterior do registro em correcao, capturada antes da
      * redigitacao das notas, para a trilha NOTASHIST.
       01  IMAGEM-ANTERIOR.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "EXCECOES DE NOTAS FORA DA FAIXA 0.00 A 10.00".
           DISPLAY "===================================".
               GOBACK
           END-IF

           MOVE "PROG08C" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG08C. "
                   "FECHAMENTO NAO EXECUTADO."
               GOBACK
           END-IF
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE "RELATORIO DE EXCECAO - NOTAS FORA DA FAIXA" TO
               RELATORIO-LINHA
           WRITE RELATORIO-LINHA
      * ----------------------------------------------------------------
      * Rotaciona as copias de geracao antes da atualizacao: G2 vira
      * G3, G1 vira G2 e o NOTASDISC vivo e copiado para G1. Geracao
      * de origem inexistente apenas pula a etapa. Os carimbos de data
      * e hora de cada geracao (NOTASDISC.GTS) acompanham a rotacao.
      * ----------------------------------------------------------------
       ROTACIONA-GERACOES.

           MOVE SPACES TO CARIMBOS-ANTERIORES
           MOVE SPACES TO CARIMBOS-NOVOS
           MOVE "00" TO WS-CARIMBO-STATUS
           OPEN INPUT CARIMBO-FILE
           IF WS-CARIMBO-STATUS = "00"
               READ CARIMBO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CARIMBO-REC TO CARIMBOS-ANTERIORES
               END-READ
               CLOSE CARIMBO-FILE
           END-IF

           OPEN INPUT GERACAO2-FILE
           IF WS-GERACAO2-STATUS = "00"
               OPEN OUTPUT GERACAO3-FILE
                   UNTIL WS-GERACAO2-STATUS = "10"
               CLOSE GERACAO2-FILE
               CLOSE GERACAO3-FILE
               MOVE CA-CARIMBO (2) TO CN-CARIMBO (3)
           END-IF

           MOVE "00" TO WS-GERACAO1-STATUS
                   UNTIL WS-GERACAO1-STATUS = "10"
               CLOSE GERACAO1-FILE
               CLOSE GERACAO2-FILE
               MOVE CA-CARIMBO (1) TO CN-CARIMBO (2)
           END-IF

           MOVE "00" TO WS-NOTASDISC-STATUS
           OPEN INPUT NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS = "00"
               ACCEPT CN-DATA (1) FROM DATE YYYYMMDD
               ACCEPT CN-HORA (1) FROM TIME
               OPEN OUTPUT GERACAO1-FILE
               PERFORM COPIA-VIVO-PARA-G1
                   UNTIL WS-NOTASDISC-STATUS = "10"
               CLOSE GERACAO1-FILE
               DISPLAY "GERACAO NOTASDISC.G1 RETIDA."
           END-IF
           MOVE "00" TO WS-NOTASDISC-STATUS

           OPEN OUTPUT CARIMBO-FILE
           MOVE CARIMBOS-NOVOS TO CARIMBO-REC
           WRITE CARIMBO-REC
           CLOSE CARIMBO-FILE.

      * ----------------------------------------------------------------
      * Copia um registro da geracao 2 para a geracao 3.
