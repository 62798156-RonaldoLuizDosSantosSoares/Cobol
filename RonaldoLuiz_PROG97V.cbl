      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Subprograma de escolha da regiao de arquivos, chamado
      *          no inicio de todo programa (antes de abrir qualquer
      *          arquivo) e pelo sign-on PROG15V. A regiao vem da
      *          variavel de ambiente REGIAO na partida da sessao: em
      *          branco ou PRODUCAO, os arquivos vivos de sempre (P);
      *          qualquer outro valor e o diretorio de uma regiao de
      *          treinamento montada pelo PROG97 (T). A regiao de
      *          treinamento so e aceita com o marcador REGIAO do
      *          diretorio como TREINAMENTO; sem ele a sessao e
      *          encerrada na hora, sem cair nos arquivos vivos. Aceita
      *          a regiao, todos os nomes de arquivo da sessao passam a
      *          ser resolvidos dentro do diretorio dela (TRANSLOG,
      *          NOTASHIST, OPERADORES, SENHACTL e os demais). Em
      *          treinamento, cada chamada exibe a faixa TREINAMENTO e
      *          o chamador a repete nos relatorios que emite.
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG97V.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARCADOR-FILE ASSIGN USING WS-NOME-MARCADOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARCADOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MARCADOR-FILE.
       01  MARCADOR-REC.
           COPY REGMREC.

       WORKING-STORAGE SECTION.

       77 WS-MARCADOR-STATUS   PIC X(02) VALUE "00".
       77 WS-NOME-MARCADOR     PIC X(40) VALUE SPACES.
       77 WRK-RESOLVIDA        PIC X(01) VALUE 'N'.
       77 WRK-REGIAO-ATIVA     PIC X(01) VALUE 'P'.
       77 WRK-NOME-REGIAO      PIC X(30) VALUE SPACES.
       77 WRK-MARCADOR-OK      PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01 LK-REGIAO            PIC X(01).

       PROCEDURE DIVISION USING LK-REGIAO.

       MAIN-PROCESS.
           IF WRK-RESOLVIDA NOT = 'S'
               PERFORM RESOLVE-REGIAO
               MOVE 'S' TO WRK-RESOLVIDA
           END-IF

           MOVE WRK-REGIAO-ATIVA TO LK-REGIAO
           IF WRK-REGIAO-ATIVA = 'T'
               PERFORM EXIBE-FAIXA
           END-IF

           GOBACK.

      * ----------------------------------------------------------------
      * Le a regiao pedida na partida e, sendo de treinamento, confere
      * o marcador e redireciona os nomes de arquivo para o diretorio
      * dela. Uma vez resolvida, a regiao vale para toda a sessao.
      * ----------------------------------------------------------------
       RESOLVE-REGIAO.

           MOVE SPACES TO WRK-NOME-REGIAO
           ACCEPT WRK-NOME-REGIAO FROM ENVIRONMENT "REGIAO"

           IF WRK-NOME-REGIAO = SPACES OR
              WRK-NOME-REGIAO = "PRODUCAO"
               MOVE 'P' TO WRK-REGIAO-ATIVA
           ELSE
               PERFORM CONFERE-MARCADOR
               IF WRK-MARCADOR-OK NOT = 'S'
                   PERFORM RECUSA-REGIAO
               END-IF
               DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME
               DISPLAY WRK-NOME-REGIAO UPON ENVIRONMENT-VALUE
               MOVE 'T' TO WRK-REGIAO-ATIVA
           END-IF.

      * ----------------------------------------------------------------
      * A regiao so vale com o marcador gravado pelo PROG97 no fim de
      * uma montagem completa.
      * ----------------------------------------------------------------
       CONFERE-MARCADOR.

           MOVE 'N' TO WRK-MARCADOR-OK
           MOVE SPACES TO WS-NOME-MARCADOR
           STRING WRK-NOME-REGIAO DELIMITED BY SPACE
               "/REGIAO" DELIMITED BY SIZE
               INTO WS-NOME-MARCADOR

           MOVE "00" TO WS-MARCADOR-STATUS
           OPEN INPUT MARCADOR-FILE
           IF WS-MARCADOR-STATUS = "00"
               READ MARCADOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RM-SITUACAO = "TREINAMENTO"
                           MOVE 'S' TO WRK-MARCADOR-OK
                       END-IF
               END-READ
               CLOSE MARCADOR-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Regiao pedida e nao preparada: a sessao para aqui. Nao ha
      * registro no OPSLOG, que nesta altura ainda seria o da
      * producao.
      * ----------------------------------------------------------------
       RECUSA-REGIAO.

           DISPLAY "==================================="
           DISPLAY "REGIAO " WRK-NOME-REGIAO
           DISPLAY "NAO E UMA REGIAO DE TREINAMENTO PRONTA (MARCADOR "
               "REGIAO AUSENTE OU INCOMPLETO)."
           DISPLAY "MONTE A REGIAO PELO PROG97 NA PRODUCAO OU INICIE "
               "A SESSAO SEM A VARIAVEL REGIAO."
           DISPLAY "A EXECUCAO SERA INTERROMPIDA. NENHUM ARQUIVO FOI "
               "ABERTO."
           DISPLAY "==================================="
           STOP RUN.

      * ----------------------------------------------------------------
      * Faixa de identificacao da regiao de treinamento.
      * ----------------------------------------------------------------
       EXIBE-FAIXA.

           DISPLAY "*********************************************"
           DISPLAY "***   T R E I N A M E N T O               ***"
           DISPLAY "***   REGIAO " WRK-NOME-REGIAO
           DISPLAY "***   DADOS FICTICIOS - NADA AQUI VALE    ***"
           DISPLAY "***   NA PRODUCAO                         ***"
           DISPLAY "*********************************************".

       END PROGRAM PROG97V.
