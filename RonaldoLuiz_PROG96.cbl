      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Relatorio semanal de duracao das esteiras (relatorio
      *          RELBATCH, retido no spool pelo PROG62V). Le o
      *          historico BATCHHIST gravado pelo fechamento do dia
      *          (PROG40) e pelo ciclo de notas (PROCESSALOTE) e mostra,
      *          na semana informada (sete dias terminando na data
      *          final, padrao hoje):
      *          1. a duracao media de cada passo de cada esteira na
      *             semana e nas quatro semanas anteriores, com a
      *             tendencia da semana contra a media delas (em alta
      *             ou em baixa quando a diferenca passa de 10%), as
      *             falhas, as reexecucoes e os registros processados;
      *          2. cada execucao da semana, com inicio, fim, duracao
      *             total e situacao, apontando a que terminou depois
      *             do fim da janela do lote (hora gravada no controle
      *             JANLOTE, 06:00 quando o controle nao existe) - a
      *             janela de uma execucao termina na primeira vez em
      *             que essa hora chega depois do seu inicio;
      *          3. os passos que falharam e os reexecutados (o mesmo
      *             passo de novo em outra execucao da esteira, depois
      *             de falhar ou no mesmo dia).
      *          As execucoes sao atribuidas a semana pela data em que
      *          a esteira comecou. A hora do fim da janela e alterada
      *          aqui mesmo, com a alteracao registrada na trilha
      *          CONFHIST. Exige sign-on (PROG15V) e acesso a funcao
      *          PROG96 (PROG15A).
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
       PROGRAM-ID. PROG96.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-FILE ASSIGN TO "BATCHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT JANELA-FILE ASSIGN TO "JANLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANELA-STATUS.

           SELECT CONFHIST-FILE ASSIGN TO "CONFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFHIST-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELBATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE.
       01  HISTORICO-REC.
           COPY BHISTREC.

      * Hora do fim da janela do lote (HHMM).
       FD  JANELA-FILE.
       01  JANELA-REC.
           05 JL-HORA-FIM         PIC X(04).

       FD  CONFHIST-FILE.
       01  CONFHIST-REC.
           COPY CONFHREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(132).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-HISTORICO-STATUS  PIC X(02) VALUE "00".
       77 WS-JANELA-STATUS     PIC X(02) VALUE "00".
       77 WS-CONFHIST-STATUS   PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-DATA-OK          PIC X VALUE 'N'.
       77 WRK-DATA-INICIO      PIC X(08) VALUE SPACES.
       77 WRK-DATA-FIM         PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM         PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-FIM          PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-REG          PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ANTES       PIC 9(07) VALUE ZEROS.
       77 WRK-SEMANA           PIC 9(01) VALUE ZEROS.
       77 WRK-JANELA           PIC X(04) VALUE "0600".
       77 WRK-JANELA-NOVA      PIC X(04) VALUE SPACES.
       77 WRK-JANELA-SEG       PIC 9(05) VALUE ZEROS.
       77 WRK-JANELA-OK        PIC X VALUE 'N'.
       77 WRK-LIMIAR-PCT       PIC 9(02) VALUE 10.
       77 WRK-MOMENTO-DATA     PIC X(08) VALUE SPACES.
       77 WRK-MOMENTO-HORA     PIC X(06) VALUE SPACES.
       77 WRK-MOMENTO-SEG      PIC 9(11) VALUE ZEROS.
       77 WRK-INI-SEG          PIC 9(11) VALUE ZEROS.
       77 WRK-FIM-SEG          PIC 9(11) VALUE ZEROS.
       77 WRK-PRAZO-SEG        PIC 9(11) VALUE ZEROS.
       77 WRK-DURACAO-SEG      PIC 9(09) VALUE ZEROS.
       77 WRK-HH               PIC 9(02) VALUE ZEROS.
       77 WRK-MM               PIC 9(02) VALUE ZEROS.
       77 WRK-SS               PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-SEG        PIC 9(09) VALUE ZEROS.
       77 WRK-HORAS            PIC 9(07) VALUE ZEROS.
       77 WRK-DURACAO-EDIT     PIC X(08) VALUE SPACES.
       77 WRK-COLUNA           PIC 9(03) VALUE ZEROS.
       77 WRK-MEDIA-SEG        PIC 9(09) VALUE ZEROS.
       77 WRK-BASE-SEG         PIC 9(11) VALUE ZEROS.
       77 WRK-BASE-QTD         PIC 9(07) VALUE ZEROS.
       77 WRK-BASE-MEDIA       PIC 9(09) VALUE ZEROS.
       77 WRK-TENDENCIA        PIC X(10) VALUE SPACES.
       77 WRK-SITUACAO         PIC X(12) VALUE SPACES.
       77 WRK-MARCA-JANELA     PIC X(30) VALUE SPACES.
       77 WRK-TIPO-OCORRENCIA  PIC X(10) VALUE SPACES.
       77 WRK-REEXECUCAO       PIC X VALUE 'N'.
       77 WRK-ACHOU            PIC X VALUE 'N'.
       77 WRK-CAMPO            PIC X(30) VALUE SPACES.
       77 WRK-ANTES            PIC X(30) VALUE SPACES.
       77 WRK-DEPOIS           PIC X(30) VALUE SPACES.
       77 QTD-PASSOS           PIC 9(03) VALUE ZEROS.
       77 QTD-EXECUCOES        PIC 9(03) VALUE ZEROS.
       77 QTD-OCORRENCIAS      PIC 9(03) VALUE ZEROS.
       77 IND-PASSO            PIC 9(03) VALUE ZEROS.
       77 IND-EXEC             PIC 9(03) VALUE ZEROS.
       77 IND-OCOR             PIC 9(03) VALUE ZEROS.
       77 IND-SEMANA           PIC 9(01) VALUE ZEROS.
       77 CNT-LIDOS            PIC 9(07) VALUE ZEROS.
       77 CNT-NA-SEMANA        PIC 9(07) VALUE ZEROS.
       77 CNT-FORA-JANELA      PIC 9(05) VALUE ZEROS.
       77 CNT-FALHAS           PIC 9(05) VALUE ZEROS.
       77 CNT-REEXECUCOES      PIC 9(05) VALUE ZEROS.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELBATCH".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG96".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.
       77 WRK-ERR-PROGRAMA     PIC X(08) VALUE 'PROG96'.
       77 WRK-ERR-ARQUIVO      PIC X(12) VALUE 'RELBATCH'.
       77 WRK-ERR-OPERACAO     PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS       PIC X(02) VALUE SPACES.

      * Passos por esteira, na ordem em que aparecem no historico. As
      * posicoes 1 a 4 das semanas sao as quatro anteriores (S-4 a
      * S-1) e a 5 e a semana do relatorio. A ultima execucao vista
      * do passo e o seu resultado identificam a reexecucao.
       01 TAB-PASSOS.
          05 TP-ENTRADA OCCURS 100 TIMES.
             10 TP-ESTEIRA        PIC X(08).
             10 TP-PASSO          PIC X(08).
             10 TP-SEMANA OCCURS 5 TIMES.
                15 TP-QTD         PIC 9(05).
                15 TP-SEGUNDOS    PIC 9(11).
             10 TP-FALHAS         PIC 9(05).
             10 TP-REEXEC         PIC 9(05).
             10 TP-REGISTROS      PIC 9(09).
             10 TP-ULTIMA-EXEC.
                15 TP-ULTIMA-DATA PIC X(08).
                15 TP-ULTIMA-HORA PIC X(06).
             10 TP-ULTIMO-RESULT  PIC X(01).

      * Execucoes das esteiras na semana do relatorio.
       01 TAB-EXECUCOES.
          05 TE-ENTRADA OCCURS 500 TIMES.
             10 TE-ESTEIRA        PIC X(08).
             10 TE-EXECUCAO       PIC X(14).
             10 TE-DATA-INI       PIC X(08).
             10 TE-HORA-INI       PIC X(06).
             10 TE-INI-SEG        PIC 9(11).
             10 TE-DATA-FIM       PIC X(08).
             10 TE-HORA-FIM       PIC X(06).
             10 TE-FIM-SEG        PIC 9(11).
             10 TE-PASSOS         PIC 9(03).
             10 TE-FALHAS         PIC 9(03).

      * Passos da semana que falharam ou foram reexecutados.
       01 TAB-OCORRENCIAS.
          05 TO-ENTRADA OCCURS 500 TIMES.
             10 TO-ESTEIRA        PIC X(08).
             10 TO-PASSO          PIC X(08).
             10 TO-DATA-INI       PIC X(08).
             10 TO-HORA-INI       PIC X(06).
             10 TO-RESULTADO      PIC X(01).
             10 TO-REEXECUCAO     PIC X(01).
             10 TO-REGISTROS      PIC 9(07).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "DURACAO DAS ESTEIRAS - RELATORIO SEMANAL".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG96" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG96. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           MOVE WRK-OPERADOR TO WRK-SPOOL-OPERADOR

           PERFORM LE-JANELA

           DISPLAY "FIM DA JANELA DO LOTE VIGENTE: " WRK-JANELA (1:2)
               ":" WRK-JANELA (3:2) "."
           DISPLAY "R - RELATORIO SEMANAL DE DURACAO"
           DISPLAY "J - ALTERAR O FIM DA JANELA DO LOTE"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'R'
               WHEN 'r'
                   PERFORM EMITE-RELATORIO
               WHEN 'J'
               WHEN 'j'
                   PERFORM ALTERA-JANELA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE

           GOBACK.

      * ----------------------------------------------------------------
      * Le a hora do fim da janela do controle JANLOTE (06:00 quando o
      * controle nao existe ou nao traz uma hora valida).
      * ----------------------------------------------------------------
       LE-JANELA.

           MOVE "0600" TO WRK-JANELA
           MOVE "00" TO WS-JANELA-STATUS
           OPEN INPUT JANELA-FILE
           IF WS-JANELA-STATUS = "00"
               READ JANELA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE JL-HORA-FIM TO WRK-JANELA-NOVA
                       PERFORM VALIDA-JANELA
                       IF WRK-JANELA-OK = 'S'
                           MOVE JL-HORA-FIM TO WRK-JANELA
                       END-IF
               END-READ
               CLOSE JANELA-FILE
           END-IF

           MOVE WRK-JANELA (1:2) TO WRK-HH
           MOVE WRK-JANELA (3:2) TO WRK-MM
           COMPUTE WRK-JANELA-SEG = WRK-HH * 3600 + WRK-MM * 60.

      * ----------------------------------------------------------------
      * Confere se WRK-JANELA-NOVA e uma hora HHMM valida.
      * ----------------------------------------------------------------
       VALIDA-JANELA.

           MOVE 'N' TO WRK-JANELA-OK
           IF WRK-JANELA-NOVA IS NUMERIC
               MOVE WRK-JANELA-NOVA (1:2) TO WRK-HH
               MOVE WRK-JANELA-NOVA (3:2) TO WRK-MM
               IF WRK-HH < 24 AND WRK-MM < 60
                   MOVE 'S' TO WRK-JANELA-OK
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Grava a nova hora do fim da janela e registra a alteracao na
      * trilha CONFHIST.
      * ----------------------------------------------------------------
       ALTERA-JANELA.

           DISPLAY "NOVO FIM DA JANELA DO LOTE (HHMM, BRANCO MANTEM):"
           MOVE SPACES TO WRK-JANELA-NOVA
           ACCEPT WRK-JANELA-NOVA

           IF WRK-JANELA-NOVA = SPACES OR
              WRK-JANELA-NOVA = WRK-JANELA
               DISPLAY "FIM DA JANELA DO LOTE MANTIDO."
           ELSE
               PERFORM VALIDA-JANELA
               IF WRK-JANELA-OK NOT = 'S'
                   DISPLAY "HORA INVALIDA. FIM DA JANELA MANTIDO."
               ELSE
                   OPEN OUTPUT JANELA-FILE
                   MOVE WRK-JANELA-NOVA TO JL-HORA-FIM
                   WRITE JANELA-REC
                   CLOSE JANELA-FILE

                   MOVE "FIM DA JANELA DO LOTE" TO WRK-CAMPO
                   MOVE WRK-JANELA TO WRK-ANTES
                   MOVE WRK-JANELA-NOVA TO WRK-DEPOIS
                   PERFORM GRAVA-CONFHIST
                   DISPLAY "FIM DA JANELA DO LOTE ALTERADO PARA "
                       WRK-JANELA-NOVA (1:2) ":" WRK-JANELA-NOVA (3:2)
                       "."
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Relatorio semanal: pede a semana, acumula o historico e grava
      * o RELBATCH.
      * ----------------------------------------------------------------
       EMITE-RELATORIO.

           PERFORM PEDE-SEMANA
           PERFORM CARREGA-HISTORICO

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           PERFORM CABECALHO-RELATORIO
           PERFORM LISTA-PASSOS
           PERFORM LISTA-EXECUCOES
           PERFORM LISTA-OCORRENCIAS
           PERFORM RODAPE-RELATORIO
           CLOSE RELATORIO-FILE

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           DISPLAY "PASSOS LIDOS NO HISTORICO : " CNT-LIDOS
           DISPLAY "PASSOS NA SEMANA          : " CNT-NA-SEMANA
           DISPLAY "EXECUCOES NA SEMANA       : " QTD-EXECUCOES
           DISPLAY "ALEM DO FIM DA JANELA     : " CNT-FORA-JANELA
           DISPLAY "PASSOS QUE FALHARAM       : " CNT-FALHAS
           DISPLAY "PASSOS REEXECUTADOS       : " CNT-REEXECUCOES
           DISPLAY "RELATORIO GRAVADO EM RELBATCH.".

      * ----------------------------------------------------------------
      * Data final da semana (branco = hoje); a semana sao os sete
      * dias terminando nela e as quatro anteriores vem antes dela.
      * ----------------------------------------------------------------
       PEDE-SEMANA.

           MOVE 'N' TO WRK-DATA-OK
           PERFORM UNTIL WRK-DATA-OK = 'S'
               DISPLAY "DATA FINAL DA SEMANA (AAAAMMDD, BRANCO = "
                   "HOJE):"
               MOVE SPACES TO WRK-DATA-FIM
               ACCEPT WRK-DATA-FIM
               IF WRK-DATA-FIM = SPACES
                   ACCEPT WRK-DATA-FIM FROM DATE YYYYMMDD
               END-IF
               IF WRK-DATA-FIM IS NUMERIC
                   MOVE WRK-DATA-FIM TO WRK-DATA-NUM
                   COMPUTE WRK-DIA-FIM =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
                   IF WRK-DIA-FIM > 34
                       MOVE 'S' TO WRK-DATA-OK
                   END-IF
               END-IF
               IF WRK-DATA-OK NOT = 'S'
                   DISPLAY "DATA INVALIDA. REDIGITE."
               END-IF
           END-PERFORM

           COMPUTE WRK-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-FIM - 6)
           MOVE WRK-DATA-NUM TO WRK-DATA-INICIO.

      * ----------------------------------------------------------------
      * Le o BATCHHIST inteiro. Cada passo de uma execucao iniciada
      * na semana ou nas quatro anteriores entra na media do passo;
      * os da semana alimentam tambem as execucoes, as falhas e as
      * reexecucoes.
      * ----------------------------------------------------------------
       CARREGA-HISTORICO.

           MOVE ZEROS TO QTD-PASSOS QTD-EXECUCOES QTD-OCORRENCIAS
           MOVE "00" TO WS-HISTORICO-STATUS
           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "ARQUIVO BATCHHIST NAO ENCONTRADO (NENHUMA "
                   "EXECUCAO DE ESTEIRA REGISTRADA)."
           ELSE
               PERFORM UNTIL WS-HISTORICO-STATUS = "10"
                   READ HISTORICO-FILE
                       AT END
                           MOVE "10" TO WS-HISTORICO-STATUS
                       NOT AT END
                           ADD 1 TO CNT-LIDOS
                           PERFORM AVALIA-PASSO-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Situa o passo lido numa das cinco semanas e acumula.
      * ----------------------------------------------------------------
       AVALIA-PASSO-HISTORICO.

           MOVE ZEROS TO WRK-SEMANA
           IF BH-DATA-EXEC IS NUMERIC AND
              BH-DATA-INI IS NUMERIC AND BH-HORA-INI IS NUMERIC AND
              BH-DATA-FIM IS NUMERIC AND BH-HORA-FIM IS NUMERIC
               MOVE BH-DATA-EXEC TO WRK-DATA-NUM
               COMPUTE WRK-DIA-REG =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
               IF WRK-DIA-REG <= WRK-DIA-FIM
                   COMPUTE WRK-DIAS-ANTES = WRK-DIA-FIM - WRK-DIA-REG
                   IF WRK-DIAS-ANTES < 35
                       DIVIDE WRK-DIAS-ANTES BY 7 GIVING WRK-SEMANA
                       COMPUTE WRK-SEMANA = 5 - WRK-SEMANA
                   END-IF
               END-IF
           END-IF

           IF WRK-SEMANA > ZEROS
               MOVE BH-DATA-INI TO WRK-MOMENTO-DATA
               MOVE BH-HORA-INI TO WRK-MOMENTO-HORA
               PERFORM CALCULA-MOMENTO
               MOVE WRK-MOMENTO-SEG TO WRK-INI-SEG
               MOVE BH-DATA-FIM TO WRK-MOMENTO-DATA
               MOVE BH-HORA-FIM TO WRK-MOMENTO-HORA
               PERFORM CALCULA-MOMENTO
               MOVE WRK-MOMENTO-SEG TO WRK-FIM-SEG
               IF WRK-FIM-SEG < WRK-INI-SEG
                   MOVE WRK-INI-SEG TO WRK-FIM-SEG
               END-IF
               COMPUTE WRK-DURACAO-SEG = WRK-FIM-SEG - WRK-INI-SEG

               PERFORM LOCALIZA-PASSO
               ADD 1 TO TP-QTD (IND-PASSO, WRK-SEMANA)
               ADD WRK-DURACAO-SEG
                   TO TP-SEGUNDOS (IND-PASSO, WRK-SEMANA)

               MOVE 'N' TO WRK-REEXECUCAO
               IF TP-ULTIMA-EXEC (IND-PASSO) NOT = BH-EXECUCAO
                   IF TP-ULTIMO-RESULT (IND-PASSO) = 'F' OR
                      TP-ULTIMA-DATA (IND-PASSO) = BH-DATA-EXEC
                       MOVE 'S' TO WRK-REEXECUCAO
                   END-IF
               END-IF
               MOVE BH-EXECUCAO TO TP-ULTIMA-EXEC (IND-PASSO)
               MOVE BH-RESULTADO TO TP-ULTIMO-RESULT (IND-PASSO)

               IF WRK-SEMANA = 5
                   ADD 1 TO CNT-NA-SEMANA
                   ADD BH-REGISTROS TO TP-REGISTROS (IND-PASSO)
                   IF BH-RESULTADO NOT = 'C'
                       ADD 1 TO TP-FALHAS (IND-PASSO)
                       ADD 1 TO CNT-FALHAS
                   END-IF
                   IF WRK-REEXECUCAO = 'S'
                       ADD 1 TO TP-REEXEC (IND-PASSO)
                       ADD 1 TO CNT-REEXECUCOES
                   END-IF
                   PERFORM ACUMULA-EXECUCAO
                   IF BH-RESULTADO NOT = 'C' OR WRK-REEXECUCAO = 'S'
                       PERFORM GUARDA-OCORRENCIA
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Segundos corridos do momento WRK-MOMENTO-DATA/HORA, para
      * duracoes que atravessam a meia-noite.
      * ----------------------------------------------------------------
       CALCULA-MOMENTO.

           MOVE WRK-MOMENTO-DATA TO WRK-DATA-NUM
           MOVE WRK-MOMENTO-HORA (1:2) TO WRK-HH
           MOVE WRK-MOMENTO-HORA (3:2) TO WRK-MM
           MOVE WRK-MOMENTO-HORA (5:2) TO WRK-SS
           COMPUTE WRK-MOMENTO-SEG =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM) * 86400
               + WRK-HH * 3600 + WRK-MM * 60 + WRK-SS.

      * ----------------------------------------------------------------
      * Posiciona IND-PASSO na entrada da esteira/passo lido, criando
      * a entrada na primeira vez.
      * ----------------------------------------------------------------
       LOCALIZA-PASSO.

           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING IND-PASSO FROM 1 BY 1
                   UNTIL IND-PASSO > QTD-PASSOS OR WRK-ACHOU = 'S'
               IF TP-ESTEIRA (IND-PASSO) = BH-ESTEIRA AND
                  TP-PASSO (IND-PASSO) = BH-PASSO
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM

           IF WRK-ACHOU = 'S'
               SUBTRACT 1 FROM IND-PASSO
           ELSE
               IF QTD-PASSOS = 100
                   MOVE "BATCHHIST" TO WRK-ERR-ARQUIVO
                   PERFORM REPORTA-LIMITE-TABELA
               END-IF
               ADD 1 TO QTD-PASSOS
               MOVE QTD-PASSOS TO IND-PASSO
               INITIALIZE TP-ENTRADA (IND-PASSO)
               MOVE BH-ESTEIRA TO TP-ESTEIRA (IND-PASSO)
               MOVE BH-PASSO TO TP-PASSO (IND-PASSO)
           END-IF.

      * ----------------------------------------------------------------
      * Acumula o passo da semana na sua execucao (esteira e momento
      * de inicio da esteira): primeiro inicio, ultimo fim, passos e
      * falhas.
      * ----------------------------------------------------------------
       ACUMULA-EXECUCAO.

           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING IND-EXEC FROM 1 BY 1
                   UNTIL IND-EXEC > QTD-EXECUCOES OR WRK-ACHOU = 'S'
               IF TE-ESTEIRA (IND-EXEC) = BH-ESTEIRA AND
                  TE-EXECUCAO (IND-EXEC) = BH-EXECUCAO
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM

           IF WRK-ACHOU = 'S'
               SUBTRACT 1 FROM IND-EXEC
           ELSE
               IF QTD-EXECUCOES = 500
                   MOVE "BATCHHIST" TO WRK-ERR-ARQUIVO
                   PERFORM REPORTA-LIMITE-TABELA
               END-IF
               ADD 1 TO QTD-EXECUCOES
               MOVE QTD-EXECUCOES TO IND-EXEC
               MOVE BH-ESTEIRA TO TE-ESTEIRA (IND-EXEC)
               MOVE BH-EXECUCAO TO TE-EXECUCAO (IND-EXEC)
               MOVE BH-DATA-INI TO TE-DATA-INI (IND-EXEC)
               MOVE BH-HORA-INI TO TE-HORA-INI (IND-EXEC)
               MOVE WRK-INI-SEG TO TE-INI-SEG (IND-EXEC)
               MOVE BH-DATA-FIM TO TE-DATA-FIM (IND-EXEC)
               MOVE BH-HORA-FIM TO TE-HORA-FIM (IND-EXEC)
               MOVE WRK-FIM-SEG TO TE-FIM-SEG (IND-EXEC)
               MOVE ZEROS TO TE-PASSOS (IND-EXEC) TE-FALHAS (IND-EXEC)
           END-IF

           ADD 1 TO TE-PASSOS (IND-EXEC)
           IF BH-RESULTADO NOT = 'C'
               ADD 1 TO TE-FALHAS (IND-EXEC)
           END-IF
           IF WRK-INI-SEG < TE-INI-SEG (IND-EXEC)
               MOVE BH-DATA-INI TO TE-DATA-INI (IND-EXEC)
               MOVE BH-HORA-INI TO TE-HORA-INI (IND-EXEC)
               MOVE WRK-INI-SEG TO TE-INI-SEG (IND-EXEC)
           END-IF
           IF WRK-FIM-SEG > TE-FIM-SEG (IND-EXEC)
               MOVE BH-DATA-FIM TO TE-DATA-FIM (IND-EXEC)
               MOVE BH-HORA-FIM TO TE-HORA-FIM (IND-EXEC)
               MOVE WRK-FIM-SEG TO TE-FIM-SEG (IND-EXEC)
           END-IF.

      * ----------------------------------------------------------------
      * Guarda o passo da semana que falhou ou foi reexecutado.
      * ----------------------------------------------------------------
       GUARDA-OCORRENCIA.

           IF QTD-OCORRENCIAS = 500
               MOVE "BATCHHIST" TO WRK-ERR-ARQUIVO
               PERFORM REPORTA-LIMITE-TABELA
           END-IF
           ADD 1 TO QTD-OCORRENCIAS
           MOVE BH-ESTEIRA TO TO-ESTEIRA (QTD-OCORRENCIAS)
           MOVE BH-PASSO TO TO-PASSO (QTD-OCORRENCIAS)
           MOVE BH-DATA-INI TO TO-DATA-INI (QTD-OCORRENCIAS)
           MOVE BH-HORA-INI TO TO-HORA-INI (QTD-OCORRENCIAS)
           MOVE BH-RESULTADO TO TO-RESULTADO (QTD-OCORRENCIAS)
           MOVE WRK-REEXECUCAO TO TO-REEXECUCAO (QTD-OCORRENCIAS)
           MOVE BH-REGISTROS TO TO-REGISTROS (QTD-OCORRENCIAS).

      * ----------------------------------------------------------------
      * Cabecalho do RELBATCH.
      * ----------------------------------------------------------------
       CABECALHO-RELATORIO.

           MOVE SPACES TO RELATORIO-LINHA
           STRING "DURACAO DAS ESTEIRAS (PROG40 E LOTE) - SEMANA DE "
               WRK-DATA-INICIO " A " WRK-DATA-FIM
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "EMITIDO POR " WRK-OPERADOR
               " - FIM DA JANELA DO LOTE " WRK-JANELA (1:2) ":"
               WRK-JANELA (3:2) " - TENDENCIA A PARTIR DE "
               WRK-LIMIAR-PCT "% SOBRE A MEDIA DE S-4 A S-1"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE ALL "=" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * 1. Duracao media de cada passo por semana e tendencia.
      * ----------------------------------------------------------------
       LISTA-PASSOS.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "1. DURACAO MEDIA POR PASSO (HH:MM:SS)"
               TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ESTEIRA  PASSO    EXEC FALHAS REEXEC REGISTROS "
               "S-4      S-3      S-2      S-1      SEMANA   "
               "TENDENCIA"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           IF QTD-PASSOS = ZEROS
               MOVE "  NENHUM PASSO EXECUTADO NO PERIODO."
                   TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           PERFORM VARYING IND-PASSO FROM 1 BY 1
                   UNTIL IND-PASSO > QTD-PASSOS
               PERFORM IMPRIME-PASSO
           END-PERFORM.

      * ----------------------------------------------------------------
      * Linha de um passo: medias das cinco semanas (branco sem
      * execucao) e tendencia da semana contra as quatro anteriores.
      * ----------------------------------------------------------------
       IMPRIME-PASSO.

           MOVE ZEROS TO WRK-BASE-SEG WRK-BASE-QTD
           PERFORM VARYING IND-SEMANA FROM 1 BY 1 UNTIL IND-SEMANA > 4
               ADD TP-SEGUNDOS (IND-PASSO, IND-SEMANA) TO WRK-BASE-SEG
               ADD TP-QTD (IND-PASSO, IND-SEMANA) TO WRK-BASE-QTD
           END-PERFORM

           EVALUATE TRUE
               WHEN TP-QTD (IND-PASSO, 5) = ZEROS
                   MOVE "SEM EXEC" TO WRK-TENDENCIA
               WHEN WRK-BASE-QTD = ZEROS
                   MOVE "SEM BASE" TO WRK-TENDENCIA
               WHEN OTHER
                   DIVIDE TP-SEGUNDOS (IND-PASSO, 5)
                       BY TP-QTD (IND-PASSO, 5) GIVING WRK-MEDIA-SEG
                   DIVIDE WRK-BASE-SEG BY WRK-BASE-QTD
                       GIVING WRK-BASE-MEDIA
                   MOVE "ESTAVEL" TO WRK-TENDENCIA
                   IF WRK-MEDIA-SEG * 100 >
                      WRK-BASE-MEDIA * (100 + WRK-LIMIAR-PCT)
                       MOVE "EM ALTA" TO WRK-TENDENCIA
                   END-IF
                   IF WRK-MEDIA-SEG * 100 <
                      WRK-BASE-MEDIA * (100 - WRK-LIMIAR-PCT)
                       MOVE "EM BAIXA" TO WRK-TENDENCIA
                   END-IF
           END-EVALUATE

           MOVE SPACES TO RELATORIO-LINHA
           STRING TP-ESTEIRA (IND-PASSO) " " TP-PASSO (IND-PASSO)
               " " TP-QTD (IND-PASSO, 5) (3:3)
               "  " TP-FALHAS (IND-PASSO) (3:3)
               "    " TP-REEXEC (IND-PASSO) (3:3)
               "    " TP-REGISTROS (IND-PASSO)
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           PERFORM VARYING IND-SEMANA FROM 1 BY 1 UNTIL IND-SEMANA > 5
               MOVE SPACES TO WRK-DURACAO-EDIT
               IF TP-QTD (IND-PASSO, IND-SEMANA) > ZEROS
                   DIVIDE TP-SEGUNDOS (IND-PASSO, IND-SEMANA)
                       BY TP-QTD (IND-PASSO, IND-SEMANA)
                       GIVING WRK-DURACAO-SEG
                   PERFORM FORMATA-DURACAO
               END-IF
               COMPUTE WRK-COLUNA = 48 + (IND-SEMANA - 1) * 9
               MOVE WRK-DURACAO-EDIT TO RELATORIO-LINHA (WRK-COLUNA:8)
           END-PERFORM
           MOVE WRK-TENDENCIA TO RELATORIO-LINHA (93:10)
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * 2. Execucoes da semana, com a marca de fim da janela.
      * ----------------------------------------------------------------
       LISTA-EXECUCOES.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "2. EXECUCOES DA SEMANA" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ESTEIRA  INICIO          FIM             DURACAO  "
               "PASSOS FALHAS SITUACAO"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           IF QTD-EXECUCOES = ZEROS
               MOVE "  NENHUMA EXECUCAO NA SEMANA." TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           PERFORM VARYING IND-EXEC FROM 1 BY 1
                   UNTIL IND-EXEC > QTD-EXECUCOES
               PERFORM IMPRIME-EXECUCAO
           END-PERFORM.

      * ----------------------------------------------------------------
      * Linha de uma execucao. O prazo e a primeira ocorrencia da hora
      * do fim da janela a partir do inicio da esteira.
      * ----------------------------------------------------------------
       IMPRIME-EXECUCAO.

           COMPUTE WRK-DURACAO-SEG =
               TE-FIM-SEG (IND-EXEC) - TE-INI-SEG (IND-EXEC)
           PERFORM FORMATA-DURACAO

           MOVE TE-DATA-INI (IND-EXEC) TO WRK-MOMENTO-DATA
           MOVE "000000" TO WRK-MOMENTO-HORA
           PERFORM CALCULA-MOMENTO
           COMPUTE WRK-PRAZO-SEG = WRK-MOMENTO-SEG + WRK-JANELA-SEG
           IF TE-INI-SEG (IND-EXEC) >= WRK-PRAZO-SEG
               ADD 86400 TO WRK-PRAZO-SEG
           END-IF

           MOVE SPACES TO WRK-MARCA-JANELA
           IF TE-FIM-SEG (IND-EXEC) > WRK-PRAZO-SEG
               ADD 1 TO CNT-FORA-JANELA
               MOVE "*** PASSOU DO FIM DA JANELA" TO WRK-MARCA-JANELA
           END-IF

           IF TE-FALHAS (IND-EXEC) > ZEROS
               MOVE "INTERROMPIDA" TO WRK-SITUACAO
           ELSE
               MOVE "CONCLUIDA" TO WRK-SITUACAO
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           STRING TE-ESTEIRA (IND-EXEC) " "
               TE-DATA-INI (IND-EXEC) " " TE-HORA-INI (IND-EXEC) " "
               TE-DATA-FIM (IND-EXEC) " " TE-HORA-FIM (IND-EXEC) " "
               WRK-DURACAO-EDIT " " TE-PASSOS (IND-EXEC)
               "    " TE-FALHAS (IND-EXEC) "    " WRK-SITUACAO
               " " WRK-MARCA-JANELA
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * 3. Passos da semana que falharam ou foram reexecutados.
      * ----------------------------------------------------------------
       LISTA-OCORRENCIAS.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "3. FALHAS E REEXECUCOES DA SEMANA" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           IF QTD-OCORRENCIAS = ZEROS
               MOVE "  NENHUMA FALHA OU REEXECUCAO NA SEMANA."
                   TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF

           PERFORM VARYING IND-OCOR FROM 1 BY 1
                   UNTIL IND-OCOR > QTD-OCORRENCIAS
               MOVE SPACES TO WRK-TIPO-OCORRENCIA
               IF TO-RESULTADO (IND-OCOR) NOT = 'C'
                   MOVE "FALHOU" TO WRK-TIPO-OCORRENCIA
               END-IF
               MOVE SPACES TO RELATORIO-LINHA
               STRING "  " TO-ESTEIRA (IND-OCOR) " "
                   TO-PASSO (IND-OCOR) " INICIO "
                   TO-DATA-INI (IND-OCOR) " " TO-HORA-INI (IND-OCOR)
                   " REGISTROS " TO-REGISTROS (IND-OCOR) " "
                   WRK-TIPO-OCORRENCIA
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               IF TO-REEXECUCAO (IND-OCOR) = 'S'
                   MOVE "REEXECUCAO" TO RELATORIO-LINHA (69:10)
               END-IF
               WRITE RELATORIO-LINHA
           END-PERFORM.

      * ----------------------------------------------------------------
      * Rodape com os totais da semana.
      * ----------------------------------------------------------------
       RODAPE-RELATORIO.

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE ALL "=" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "EXECUCOES NA SEMANA: " QTD-EXECUCOES
               "   ALEM DO FIM DA JANELA: " CNT-FORA-JANELA
               "   PASSOS QUE FALHARAM: " CNT-FALHAS
               "   REEXECUTADOS: " CNT-REEXECUCOES
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Duracao WRK-DURACAO-SEG em HH:MM:SS (horas acima de 99 saem
      * como 99:59:59).
      * ----------------------------------------------------------------
       FORMATA-DURACAO.

           DIVIDE WRK-DURACAO-SEG BY 3600 GIVING WRK-HORAS
               REMAINDER WRK-RESTO-SEG
           IF WRK-HORAS > 99
               MOVE "99:59:59" TO WRK-DURACAO-EDIT
           ELSE
               MOVE WRK-HORAS TO WRK-HH
               DIVIDE WRK-RESTO-SEG BY 60 GIVING WRK-MM
                   REMAINDER WRK-SS
               MOVE SPACES TO WRK-DURACAO-EDIT
               STRING WRK-HH ":" WRK-MM ":" WRK-SS
                   DELIMITED BY SIZE INTO WRK-DURACAO-EDIT
           END-IF.

      * ----------------------------------------------------------------
      * Acrescenta a linha da alteracao a trilha CONFHIST.
      * ----------------------------------------------------------------
       GRAVA-CONFHIST.

           OPEN EXTEND CONFHIST-FILE
           IF WS-CONFHIST-STATUS NOT = "00"
               CLOSE CONFHIST-FILE
               OPEN OUTPUT CONFHIST-FILE
           END-IF

           MOVE SPACES       TO CONFHIST-REC
           ACCEPT CH-DATA    FROM DATE YYYYMMDD
           ACCEPT CH-HORA    FROM TIME
           MOVE "JANLOTE"    TO CH-ARQUIVO
           MOVE WRK-CAMPO    TO CH-CAMPO
           MOVE WRK-ANTES    TO CH-ANTES
           MOVE WRK-DEPOIS   TO CH-DEPOIS
           MOVE WRK-OPERADOR TO CH-OPERADOR
           WRITE CONFHIST-REC

           CLOSE CONFHIST-FILE
           MOVE "00" TO WS-CONFHIST-STATUS.

      * ----------------------------------------------------------------
      * Tabela de trabalho cheia: em vez de imprimir um relatorio
      * parcial, repassa ao tratador comum PROG31E, que grava o OPSLOG
      * e interrompe a execucao.
      * ----------------------------------------------------------------
       REPORTA-LIMITE-TABELA.

           MOVE "TABELA" TO WRK-ERR-OPERACAO
           MOVE "TB" TO WRK-ERR-STATUS
           CALL "PROG31E" USING WRK-ERR-PROGRAMA WRK-ERR-ARQUIVO
               WRK-ERR-OPERACAO WRK-ERR-STATUS
           END-CALL.

       END PROGRAM PROG96.
