      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Recuperacao para a frente de NOTASDISC depois de uma
      *          restauracao pelo PROG30. A restauracao volta o arquivo
      *          vivo para a geracao escolhida (NOTASDISC.G1 a .G3) e
      *          tudo o que foi lancado ou corrigido desde entao era
      *          redigitado do papel. Aqui a ultima restauracao de
      *          NOTASDISC e localizada no TRANSLOG; a data e a hora em
      *          que aquela geracao foi tirada vem do carimbo
      *          NOTASDISC.GTS (layout GERTSREC) gravado pelo PROG08C
      *          (geracao sem carimbo: data e hora informadas pelo
      *          operador). A NOTASHIST e relida desse momento ate o
      *          da restauracao e cada imagem depois e reaplicada na
      *          ordem em que foi gravada, desde que o registro atual
      *          confira com a imagem antes; registro ja igual a
      *          imagem depois e pulado, e qualquer outra diferenca e
      *          um conflito, listado no relatorio RELRECFWD (retido no
      *          spool pelo PROG62V) com a imagem antes esperada, a
      *          nova e a atual. Inclusao com imagem antes em branco
      *          (aproveitamento do PROG61) e refeita quando a chave
      *          nao existe mais. Linhas do PROG06A (arquivo ALUNOS)
      *          nao se aplicam a NOTASDISC e sao ignoradas. A
      *          reaplicacao nao grava nova linha na NOTASHIST - a
      *          imagem original continua sendo a trilha da alteracao.
      *          A execucao e seu resultado (aplicadas, puladas e em
      *          conflito) vao para o TRANSLOG e para o OPSLOG. Exige
      *          sign-on (PROG15V) e a funcao PROG94 (PROG15A), e
      *          trabalha sob a trava de entrada compartilhada
      *          (PROG31T).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG94.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTASDISC-FILE ASSIGN TO "NOTASDISC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE OF NOTASDISC-REC
               FILE STATUS IS WS-NOTASDISC-STATUS.

           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT NOTAS-HIST-FILE ASSIGN TO "NOTASHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTASHIST-STATUS.

           SELECT CARIMBO-FILE ASSIGN TO "NOTASDISC.GTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARIMBO-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT OPSLOG-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELRECFWD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTASDISC-FILE.
       01  NOTASDISC-REC.
           COPY GRADEREC.

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  NOTAS-HIST-FILE.
       01  NOTAS-HIST-REC.
           COPY NOTAHREC.

       FD  CARIMBO-FILE.
       01  CARIMBO-REC.
           COPY GERTSREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

      * Mesmo layout gravado pelo PROG31E em OPSLOG.
       FD  OPSLOG-FILE.
       01  OPSLOG-REC.
           05 OL-DATA             PIC X(08).
           05 OL-HORA             PIC X(06).
           05 OL-PROGRAMA         PIC X(08).
           05 OL-ARQUIVO          PIC X(12).
           05 OL-OPERACAO         PIC X(10).
           05 OL-STATUS           PIC X(02).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(132).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-NOTASHIST-STATUS  PIC X(02) VALUE "00".
       77 WS-CARIMBO-STATUS    PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-OPSLOG-STATUS     PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA         PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-RESTAURA   PIC X(01) VALUE 'N'.
       77 WRK-JA-RECUPERADA    PIC X(01) VALUE 'N'.
       77 WRK-DATA-RECUP-ANT   PIC X(08) VALUE SPACES.
       77 WRK-GERACAO          PIC 9(01) VALUE ZERO.
       77 WRK-ACHOU-NOTA       PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO           PIC X(24) VALUE SPACES.
       77 WRK-RESULTADO        PIC X(01) VALUE SPACE.
       77 WRK-EDIT-P1          PIC Z9.99.
       77 WRK-EDIT-P2          PIC Z9.99.
       77 WRK-EDIT-P3          PIC Z9.99.
       77 WRK-EDIT-MEDIA       PIC Z9.99.
       77 WRK-IMAGEM           PIC X(60) VALUE SPACES.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 CNT-LIDAS            PIC 9(05) VALUE ZEROS.
       77 CNT-NA-JANELA        PIC 9(05) VALUE ZEROS.
       77 CNT-OUTRO-ARQUIVO    PIC 9(05) VALUE ZEROS.
       77 CNT-APLICADAS        PIC 9(05) VALUE ZEROS.
       77 CNT-PULADAS          PIC 9(05) VALUE ZEROS.
       77 CNT-CONFLITOS        PIC 9(05) VALUE ZEROS.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELRECFWD".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG94".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.

       01 WRK-TRAVA-ACAO PIC X(01) VALUE 'A'.
       01 WRK-TRAVA-OK PIC X(01) VALUE 'N'.
       01 WRK-TRAVA-DONO PIC X(10) VALUE SPACES.
       01 WRK-TRAVA-DESDE PIC X(06) VALUE SPACES.
       01 WRK-TRAVA-ENTER PIC X(01) VALUE SPACE.

      * Momento em que a geracao restaurada foi tirada (inicio da
      * janela de reaplicacao) e momento da restauracao (fim da
      * janela); as linhas da NOTASHIST com data e hora dentro da
      * janela sao reaplicadas.
       01  MOMENTO-INICIO.
           05 MI-DATA             PIC X(08) VALUE SPACES.
           05 MI-HORA             PIC X(06) VALUE SPACES.
       01  MOMENTO-FIM.
           05 MF-DATA             PIC X(08) VALUE SPACES.
           05 MF-HORA             PIC X(06) VALUE SPACES.
       01  MOMENTO-LINHA.
           05 ML-DATA             PIC X(08) VALUE SPACES.
           05 ML-HORA             PIC X(06) VALUE SPACES.

      * Carimbos das geracoes lidos do NOTASDISC.GTS.
       01  CARIMBOS-GERACOES.
           05 CG-CARIMBO OCCURS 3 TIMES.
              10 CG-DATA          PIC X(08).
              10 CG-HORA          PIC X(06).

      * Imagem atual do registro, no mesmo formato das imagens antes e
      * depois da NOTASHIST, para a comparacao.
       01  IMAGEM-ATUAL.
           05 ATU-P1              PIC 99V99 VALUE ZEROS.
           05 ATU-P2              PIC 99V99 VALUE ZEROS.
           05 ATU-P3              PIC 99V99 VALUE ZEROS.
           05 ATU-MEDIA           PIC 99V99 VALUE ZEROS.
           05 ATU-SITUACAO        PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "RECUPERACAO PARA A FRENTE DE NOTASDISC".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG94" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG94. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           MOVE WRK-OPERADOR TO WRK-SPOOL-OPERADOR

           PERFORM LOCALIZA-RESTAURACAO
           IF WRK-ACHOU-RESTAURA NOT = 'S'
               DISPLAY "NENHUMA RESTAURACAO DE NOTASDISC PELO PROG30 "
                   "NO TRANSLOG. NADA A RECUPERAR."
               GOBACK
           END-IF

           DISPLAY "ULTIMA RESTAURACAO: GERACAO " WRK-GERACAO
               " EM " MF-DATA " AS " MF-HORA

           IF WRK-JA-RECUPERADA = 'S'
               DISPLAY "A RECUPERACAO JA FOI EXECUTADA PARA ESTA "
                   "RESTAURACAO EM " WRK-DATA-RECUP-ANT "."
               DISPLAY "EXECUTAR NOVAMENTE? (S/N)"
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
                   DISPLAY "RECUPERACAO CANCELADA PELO OPERADOR."
                   GOBACK
               END-IF
           END-IF

           PERFORM OBTEM-INICIO-JANELA
           IF MOMENTO-INICIO NOT < MOMENTO-FIM
               DISPLAY "INICIO DA JANELA NAO E ANTERIOR A "
                   "RESTAURACAO. RECUPERACAO CANCELADA."
               GOBACK
           END-IF

           DISPLAY "SERAO REAPLICADAS AS ALTERACOES DA NOTASHIST DE "
               MI-DATA " " MI-HORA " ATE " MF-DATA " " MF-HORA "."
           DISPLAY "CONFIRMA? (S/N)"
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY "RECUPERACAO CANCELADA PELO OPERADOR."
               GOBACK
           END-IF

           PERFORM ADQUIRE-TRAVA-ENTRADA

           MOVE "00" TO WS-NOTASDISC-STATUS
           OPEN I-O NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO NOTASDISC."
               PERFORM LIBERA-TRAVA-ENTRADA
               GOBACK
           END-IF

           MOVE "00" TO WS-NOTASHIST-STATUS
           OPEN INPUT NOTAS-HIST-FILE
           IF WS-NOTASHIST-STATUS NOT = "00"
               DISPLAY "ARQUIVO NOTASHIST NAO ENCONTRADO. "
                   "NADA A REAPLICAR."
               CLOSE NOTASDISC-FILE
               PERFORM LIBERA-TRAVA-ENTRADA
               GOBACK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM CABECALHO-RELATORIO

           PERFORM REAPLICA-UMA-LINHA
               UNTIL WS-NOTASHIST-STATUS = "10"

           PERFORM RODAPE-RELATORIO
           CLOSE RELATORIO-FILE
           CLOSE NOTAS-HIST-FILE
           CLOSE NOTASDISC-FILE

           PERFORM LIBERA-TRAVA-ENTRADA

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           PERFORM GRAVA-TRANSACAO
           PERFORM GRAVA-OPSLOG

           DISPLAY "ALTERACOES NA JANELA......: " CNT-NA-JANELA
           DISPLAY "APLICADAS.................: " CNT-APLICADAS
           DISPLAY "PULADAS (JA APLICADAS)....: " CNT-PULADAS
           DISPLAY "EM CONFLITO...............: " CNT-CONFLITOS
           IF CNT-CONFLITOS > ZEROS
               DISPLAY "CONFLITOS LISTADOS NO RELATORIO RELRECFWD. "
                   "CONFIRA E CORRIJA PELO PROG08 OU PROG93."
           END-IF

           GOBACK.

      * ----------------------------------------------------------------
      * Procura no TRANSLOG a ultima restauracao de NOTASDISC gravada
      * pelo PROG30 (geracao, data e hora) e se ja houve recuperacao
      * do PROG94 depois dela.
      * ----------------------------------------------------------------
       LOCALIZA-RESTAURACAO.

           MOVE 'N' TO WRK-ACHOU-RESTAURA
           MOVE 'N' TO WRK-JA-RECUPERADA
           MOVE "00" TO WS-TRANSLOG-STATUS
           OPEN INPUT TRANS-LOG-FILE
           IF WS-TRANSLOG-STATUS = "00"
               PERFORM LE-UMA-TRANSACAO
                   UNTIL WS-TRANSLOG-STATUS = "10"
               CLOSE TRANS-LOG-FILE
           END-IF
           MOVE "00" TO WS-TRANSLOG-STATUS.

      * ----------------------------------------------------------------
      * Confere uma linha do TRANSLOG.
      * ----------------------------------------------------------------
       LE-UMA-TRANSACAO.

           READ TRANS-LOG-FILE
               AT END
                   MOVE "10" TO WS-TRANSLOG-STATUS
               NOT AT END
                   IF TR-PROGRAMA = 'PROG30' AND
                      TR-DESCRICAO (1:30) =
                          "RESTAURACAO NOTASDISC GERACAO "
                       MOVE 'S' TO WRK-ACHOU-RESTAURA
                       MOVE 'N' TO WRK-JA-RECUPERADA
                       MOVE TR-DESCRICAO (31:1) TO WRK-GERACAO
                       MOVE TR-DATA TO MF-DATA
                       MOVE TR-HORA TO MF-HORA
                   END-IF
                   IF TR-PROGRAMA = 'PROG94' AND
                      WRK-ACHOU-RESTAURA = 'S'
                       MOVE 'S' TO WRK-JA-RECUPERADA
                       MOVE TR-DATA TO WRK-DATA-RECUP-ANT
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Inicio da janela: o carimbo da geracao restaurada no
      * NOTASDISC.GTS; geracao sem carimbo pede data e hora ao
      * operador.
      * ----------------------------------------------------------------
       OBTEM-INICIO-JANELA.

           MOVE SPACES TO CARIMBOS-GERACOES
           MOVE "00" TO WS-CARIMBO-STATUS
           OPEN INPUT CARIMBO-FILE
           IF WS-CARIMBO-STATUS = "00"
               READ CARIMBO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CARIMBO-REC TO CARIMBOS-GERACOES
               END-READ
               CLOSE CARIMBO-FILE
           END-IF

           IF WRK-GERACAO < 1 OR WRK-GERACAO > 3
               MOVE SPACES TO MOMENTO-INICIO
           ELSE
               MOVE CG-DATA (WRK-GERACAO) TO MI-DATA
               MOVE CG-HORA (WRK-GERACAO) TO MI-HORA
           END-IF

           IF MI-DATA = SPACES OR MI-DATA NOT NUMERIC
               DISPLAY "GERACAO RESTAURADA SEM CARIMBO DE DATA E HORA "
                   "NO NOTASDISC.GTS."
               MOVE SPACES TO MOMENTO-INICIO
               PERFORM PEDE-INICIO-JANELA
                   UNTIL MI-DATA NUMERIC AND MI-HORA NUMERIC
           ELSE
               DISPLAY "GERACAO " WRK-GERACAO " TIRADA EM " MI-DATA
                   " AS " MI-HORA
           END-IF.

      * ----------------------------------------------------------------
      * Pede ao operador a data e a hora em que a geracao restaurada
      * foi tirada (a execucao do PROG08C que a gerou).
      * ----------------------------------------------------------------
       PEDE-INICIO-JANELA.

           DISPLAY "DATA EM QUE A GERACAO FOI TIRADA (AAAAMMDD):"
           ACCEPT MI-DATA
           DISPLAY "HORA EM QUE A GERACAO FOI TIRADA (HHMMSS):"
           ACCEPT MI-HORA
           IF MI-DATA NOT NUMERIC OR MI-HORA NOT NUMERIC
               DISPLAY "DATA OU HORA INVALIDA. DIGITE SO NUMEROS."
           END-IF.

      * ----------------------------------------------------------------
      * Le uma linha da NOTASHIST e, quando dentro da janela e de
      * NOTASDISC, reaplica a imagem depois.
      * ----------------------------------------------------------------
       REAPLICA-UMA-LINHA.

           READ NOTAS-HIST-FILE
               AT END
                   MOVE "10" TO WS-NOTASHIST-STATUS
               NOT AT END
                   ADD 1 TO CNT-LIDAS
                   MOVE NH-DATA TO ML-DATA
                   MOVE NH-HORA TO ML-HORA
                   IF MOMENTO-LINHA NOT < MOMENTO-INICIO AND
                      MOMENTO-LINHA < MOMENTO-FIM
                       IF NH-PROGRAMA = 'PROG06A'
                           ADD 1 TO CNT-OUTRO-ARQUIVO
                       ELSE
                           ADD 1 TO CNT-NA-JANELA
                           PERFORM REAPLICA-IMAGEM
                       END-IF
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Compara o registro atual com as imagens da linha e decide:
      * igual a imagem depois - pula; igual a imagem antes - aplica;
      * qualquer outro caso - conflito.
      * ----------------------------------------------------------------
       REAPLICA-IMAGEM.

           MOVE SPACES TO WRK-MOTIVO
           MOVE SPACES TO IMAGEM-ATUAL
           MOVE NH-MATRICULA TO GR-MATRICULA OF NOTASDISC-REC
           MOVE NH-MATERIA   TO GR-MATERIA OF NOTASDISC-REC
           MOVE NH-PERIODO   TO GR-PERIODO OF NOTASDISC-REC
           READ NOTASDISC-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU-NOTA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU-NOTA
           END-READ

           IF WRK-ACHOU-NOTA = 'N'
               IF NH-ANT-SITUACAO = SPACES
                   PERFORM REFAZ-INCLUSAO
               ELSE
                   MOVE "REGISTRO AUSENTE" TO WRK-MOTIVO
                   MOVE 'C' TO WRK-RESULTADO
               END-IF
           ELSE
               MOVE GR-P1 OF NOTASDISC-REC       TO ATU-P1
               MOVE GR-P2 OF NOTASDISC-REC       TO ATU-P2
               MOVE GR-P3 OF NOTASDISC-REC       TO ATU-P3
               MOVE GR-MEDIA OF NOTASDISC-REC    TO ATU-MEDIA
               MOVE GR-SITUACAO OF NOTASDISC-REC TO ATU-SITUACAO
               IF IMAGEM-ATUAL = NH-DEPOIS
                   MOVE 'P' TO WRK-RESULTADO
               ELSE
                   IF IMAGEM-ATUAL = NH-ANTES
                       PERFORM APLICA-IMAGEM-DEPOIS
                   ELSE
                       MOVE "ATUAL DIFERE DO ANTES" TO WRK-MOTIVO
                       MOVE 'C' TO WRK-RESULTADO
                   END-IF
               END-IF
           END-IF

           EVALUATE WRK-RESULTADO
               WHEN 'A'
                   ADD 1 TO CNT-APLICADAS
               WHEN 'P'
                   ADD 1 TO CNT-PULADAS
               WHEN OTHER
                   ADD 1 TO CNT-CONFLITOS
                   PERFORM LISTA-CONFLITO
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Regrava o registro com a imagem depois, o operador e a data da
      * alteracao original.
      * ----------------------------------------------------------------
       APLICA-IMAGEM-DEPOIS.

           MOVE NH-DEP-P1       TO GR-P1 OF NOTASDISC-REC
           MOVE NH-DEP-P2       TO GR-P2 OF NOTASDISC-REC
           MOVE NH-DEP-P3       TO GR-P3 OF NOTASDISC-REC
           MOVE NH-DEP-MEDIA    TO GR-MEDIA OF NOTASDISC-REC
           MOVE NH-DEP-SITUACAO TO GR-SITUACAO OF NOTASDISC-REC
           MOVE NH-OPERADOR     TO GR-OPERADOR OF NOTASDISC-REC
           MOVE NH-DATA         TO GR-DATA-MOVTO OF NOTASDISC-REC

           REWRITE NOTASDISC-REC
               INVALID KEY
                   MOVE "FALHA NA REGRAVACAO" TO WRK-MOTIVO
                   MOVE 'C' TO WRK-RESULTADO
               NOT INVALID KEY
                   MOVE 'A' TO WRK-RESULTADO
           END-REWRITE.

      * ----------------------------------------------------------------
      * Refaz a inclusao de um registro que a geracao restaurada ainda
      * nao tinha (imagem antes em branco), com o nome do cadastro
      * mestre ALUNCAD.
      * ----------------------------------------------------------------
       REFAZ-INCLUSAO.

           MOVE SPACES TO NOTASDISC-REC
           MOVE NH-MATRICULA    TO GR-MATRICULA OF NOTASDISC-REC
           MOVE NH-MATERIA      TO GR-MATERIA OF NOTASDISC-REC
           MOVE NH-PERIODO      TO GR-PERIODO OF NOTASDISC-REC

           MOVE "00" TO WS-ALUNCAD-STATUS
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE NH-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AC-NOME TO GR-NOME OF NOTASDISC-REC
               END-READ
               CLOSE ALUNO-CAD-FILE
           END-IF

           MOVE NH-DEP-P1       TO GR-P1 OF NOTASDISC-REC
           MOVE NH-DEP-P2       TO GR-P2 OF NOTASDISC-REC
           MOVE NH-DEP-P3       TO GR-P3 OF NOTASDISC-REC
           MOVE NH-DEP-MEDIA    TO GR-MEDIA OF NOTASDISC-REC
           MOVE NH-DEP-SITUACAO TO GR-SITUACAO OF NOTASDISC-REC
           MOVE NH-OPERADOR     TO GR-OPERADOR OF NOTASDISC-REC
           MOVE NH-DATA         TO GR-DATA-MOVTO OF NOTASDISC-REC

           WRITE NOTASDISC-REC
               INVALID KEY
                   MOVE "FALHA NA INCLUSAO" TO WRK-MOTIVO
                   MOVE 'C' TO WRK-RESULTADO
               NOT INVALID KEY
                   MOVE 'A' TO WRK-RESULTADO
           END-WRITE.

      * ----------------------------------------------------------------
      * Cabecalho do relatorio: restauracao, janela e emissor.
      * ----------------------------------------------------------------
       CABECALHO-RELATORIO.

           MOVE SPACES TO RELATORIO-LINHA
           STRING "RECUPERACAO PARA A FRENTE DE NOTASDISC - "
               "RESTAURACAO DA GERACAO " WRK-GERACAO
               " EM " MF-DATA " " MF-HORA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "NOTASHIST DE " MI-DATA " " MI-HORA
               " ATE " MF-DATA " " MF-HORA
               " - EMITIDO POR " WRK-OPERADOR
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE ALL "=" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ALTERACOES EM CONFLITO (NAO APLICADAS)"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE ALL "-" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Lista uma alteracao em conflito com as imagens antes (a
      * esperada), depois (a que seria aplicada) e a atual.
      * ----------------------------------------------------------------
       LISTA-CONFLITO.

           MOVE SPACES TO RELATORIO-LINHA
           STRING "  " NH-DATA " " NH-HORA
               " " NH-PROGRAMA " " NH-OPERADOR
               " MAT " NH-MATRICULA
               " " NH-MATERIA
               " " NH-PERIODO
               " - " WRK-MOTIVO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE NH-ANT-P1    TO WRK-EDIT-P1
           MOVE NH-ANT-P2    TO WRK-EDIT-P2
           MOVE NH-ANT-P3    TO WRK-EDIT-P3
           MOVE NH-ANT-MEDIA TO WRK-EDIT-MEDIA
           MOVE SPACES TO WRK-IMAGEM
           STRING "P1 " WRK-EDIT-P1 " P2 " WRK-EDIT-P2
               " P3 " WRK-EDIT-P3 " MEDIA " WRK-EDIT-MEDIA
               " " NH-ANT-SITUACAO
               DELIMITED BY SIZE INTO WRK-IMAGEM
           MOVE SPACES TO RELATORIO-LINHA
           STRING "      ANTES : " WRK-IMAGEM
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE NH-DEP-P1    TO WRK-EDIT-P1
           MOVE NH-DEP-P2    TO WRK-EDIT-P2
           MOVE NH-DEP-P3    TO WRK-EDIT-P3
           MOVE NH-DEP-MEDIA TO WRK-EDIT-MEDIA
           MOVE SPACES TO WRK-IMAGEM
           STRING "P1 " WRK-EDIT-P1 " P2 " WRK-EDIT-P2
               " P3 " WRK-EDIT-P3 " MEDIA " WRK-EDIT-MEDIA
               " " NH-DEP-SITUACAO
               DELIMITED BY SIZE INTO WRK-IMAGEM
           MOVE SPACES TO RELATORIO-LINHA
           STRING "      DEPOIS: " WRK-IMAGEM
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE SPACES TO RELATORIO-LINHA
           IF WRK-ACHOU-NOTA = 'N'
               STRING "      ATUAL : REGISTRO INEXISTENTE EM NOTASDISC"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               MOVE ATU-P1    TO WRK-EDIT-P1
               MOVE ATU-P2    TO WRK-EDIT-P2
               MOVE ATU-P3    TO WRK-EDIT-P3
               MOVE ATU-MEDIA TO WRK-EDIT-MEDIA
               MOVE SPACES TO WRK-IMAGEM
               STRING "P1 " WRK-EDIT-P1 " P2 " WRK-EDIT-P2
                   " P3 " WRK-EDIT-P3 " MEDIA " WRK-EDIT-MEDIA
                   " " ATU-SITUACAO
                   DELIMITED BY SIZE INTO WRK-IMAGEM
               STRING "      ATUAL : " WRK-IMAGEM
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Totais da recuperacao.
      * ----------------------------------------------------------------
       RODAPE-RELATORIO.

           IF CNT-CONFLITOS = ZEROS
               MOVE SPACES TO RELATORIO-LINHA
               STRING "  NENHUM CONFLITO."
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE ALL "=" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "LINHAS DA NOTASHIST LIDAS: " CNT-LIDAS
               "   NA JANELA: " CNT-NA-JANELA
               "   DO ARQUIVO ALUNOS (IGNORADAS): " CNT-OUTRO-ARQUIVO
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "APLICADAS: " CNT-APLICADAS
               "   PULADAS (JA APLICADAS): " CNT-PULADAS
               "   EM CONFLITO: " CNT-CONFLITOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Adquire a trava de entrada compartilhada (PROG31T) antes de
      * uma sequencia de gravacao; quando em uso por outra sessao,
      * mostra o dono e aguarda o operador tentar novamente.
      * ----------------------------------------------------------------
       ADQUIRE-TRAVA-ENTRADA.

           MOVE 'N' TO WRK-TRAVA-OK
           PERFORM UNTIL WRK-TRAVA-OK = 'S'
               MOVE 'A' TO WRK-TRAVA-ACAO
               CALL "PROG31T" USING WRK-TRAVA-ACAO WRK-OPERADOR
                   WRK-TRAVA-OK WRK-TRAVA-DONO WRK-TRAVA-DESDE
               END-CALL
               IF WRK-TRAVA-OK NOT = 'S'
                   DISPLAY 'ARQUIVOS EM USO POR ' WRK-TRAVA-DONO
                       ' DESDE ' WRK-TRAVA-DESDE
                       '. TECLE ENTER PARA TENTAR NOVAMENTE.'
                   ACCEPT WRK-TRAVA-ENTER
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Libera a trava de entrada ao final da sequencia de gravacao.
      * ----------------------------------------------------------------
       LIBERA-TRAVA-ENTRADA.

           MOVE 'L' TO WRK-TRAVA-ACAO
           CALL "PROG31T" USING WRK-TRAVA-ACAO WRK-OPERADOR
               WRK-TRAVA-OK WRK-TRAVA-DONO WRK-TRAVA-DESDE
           END-CALL.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a recuperacao executada e seu resultado.
      * ----------------------------------------------------------------
       GRAVA-TRANSACAO.

           OPEN EXTEND TRANS-LOG-FILE
           IF WS-TRANSLOG-STATUS NOT = "00"
               CLOSE TRANS-LOG-FILE
               OPEN OUTPUT TRANS-LOG-FILE
           END-IF

           MOVE SPACES TO WRK-DESCRICAO-LOG
           STRING "REC.FWD G" WRK-GERACAO
               " APL " CNT-APLICADAS
               " PUL " CNT-PULADAS
               " CF " CNT-CONFLITOS
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG

           MOVE SPACES            TO TRANS-LOG-REC
           ACCEPT TR-DATA         FROM DATE YYYYMMDD
           ACCEPT TR-HORA         FROM TIME
           MOVE WRK-OPERADOR      TO TR-OPERADOR
           MOVE 'PROG94'          TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

      * ----------------------------------------------------------------
      * Grava a execucao no OPSLOG (mesmo layout do PROG31E): status
      * "00" quando tudo foi aplicado ou pulado, "RC" quando ficaram
      * conflitos para tratar.
      * ----------------------------------------------------------------
       GRAVA-OPSLOG.

           OPEN EXTEND OPSLOG-FILE
           IF WS-OPSLOG-STATUS NOT = "00"
               CLOSE OPSLOG-FILE
               OPEN OUTPUT OPSLOG-FILE
           END-IF

           IF WS-OPSLOG-STATUS = "00"
               MOVE SPACES          TO OPSLOG-REC
               ACCEPT OL-DATA       FROM DATE YYYYMMDD
               ACCEPT OL-HORA       FROM TIME
               MOVE "PROG94"        TO OL-PROGRAMA
               MOVE "NOTASDISC"     TO OL-ARQUIVO
               MOVE "RECUP.FWD"     TO OL-OPERACAO
               IF CNT-CONFLITOS > ZEROS
                   MOVE "RC"        TO OL-STATUS
               ELSE
                   MOVE "00"        TO OL-STATUS
               END-IF
               WRITE OPSLOG-REC
               CLOSE OPSLOG-FILE
           END-IF
           MOVE "00" TO WS-OPSLOG-STATUS.

       END PROGRAM PROG94.
