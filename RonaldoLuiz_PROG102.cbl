      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Manutencao dos convenios de estagio com as empresas
      *          parceiras (arquivo indexado CONVENIOS, layout
      *          CONVREC): inclui o convenio (codigo, razao social,
      *          CNPJ, contato e vigencia), altera contato e vigencia
      *          - a renovacao do convenio e a nova data de fim -,
      *          consulta um convenio e lista todos, com a marca dos
      *          vencidos. Nao ha exclusao: o convenio encerrado fica
      *          com a vigencia vencida, para os contratos antigos que
      *          o citam continuarem validos. Inclusao e alteracao
      *          geram transacao no TRANSLOG. Exige sign-on (PROG15V)
      *          e acesso a funcao PROG102 (PROG15A).
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG102.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVENIOS-FILE ASSIGN TO "CONVENIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CODIGO OF CONVENIO-REC
               FILE STATUS IS WS-CONVENIOS-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIOS-FILE.
       01  CONVENIO-REC.
           COPY CONVREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-CONVENIOS-STATUS  PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-CONTINUA         PIC X VALUE 'S'.
       77 WRK-CODIGO           PIC X(06) VALUE SPACES.
       77 WRK-RAZAO-SOCIAL     PIC X(40) VALUE SPACES.
       77 WRK-CNPJ             PIC X(14) VALUE SPACES.
       77 WRK-CONTATO          PIC X(30) VALUE SPACES.
       77 WRK-TELEFONE         PIC X(15) VALUE SPACES.
       77 WRK-INICIO           PIC X(08) VALUE SPACES.
       77 WRK-FIM              PIC X(08) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC X(08) VALUE SPACES.
       77 WRK-VIGENCIA         PIC X(08) VALUE SPACES.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 CNT-LINHAS           PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CONVENIOS DE ESTAGIO (CONVENIOS)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG102" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG102. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM PROCESSA-UMA-OPCAO
               UNTIL WRK-CONTINUA NOT = 'S' AND WRK-CONTINUA NOT = 's'

           GOBACK.

      * ----------------------------------------------------------------
      * Mostra o menu e executa a opcao escolhida.
      * ----------------------------------------------------------------
       PROCESSA-UMA-OPCAO.

           DISPLAY "-----------------------------------"
           DISPLAY "  I - INCLUIR CONVENIO"
           DISPLAY "  A - ALTERAR CONTATO / VIGENCIA DO CONVENIO"
           DISPLAY "  C - CONSULTAR UM CONVENIO"
           DISPLAY "  L - LISTAR OS CONVENIOS"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM INCLUI-CONVENIO
               WHEN 'A'
               WHEN 'a'
                   PERFORM ALTERA-CONVENIO
               WHEN 'C'
               WHEN 'c'
                   PERFORM CONSULTA-CONVENIO
               WHEN 'L'
               WHEN 'l'
                   PERFORM LISTA-CONVENIOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE

           DISPLAY "DESEJA CONTINUAR A MANUTENCAO? (S/N)"
           ACCEPT WRK-CONTINUA.

      * ----------------------------------------------------------------
      * Inclui um convenio novo, criando o arquivo na primeira
      * execucao.
      * ----------------------------------------------------------------
       INCLUI-CONVENIO.

           DISPLAY "CODIGO DO CONVENIO (ATE 6 POSICOES):"
           ACCEPT WRK-CODIGO
           DISPLAY "RAZAO SOCIAL DA EMPRESA:"
           ACCEPT WRK-RAZAO-SOCIAL
           DISPLAY "CNPJ (SO NUMEROS):"
           ACCEPT WRK-CNPJ
           DISPLAY "CONTATO NA EMPRESA:"
           ACCEPT WRK-CONTATO
           DISPLAY "TELEFONE DO CONTATO:"
           ACCEPT WRK-TELEFONE
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD):"
           ACCEPT WRK-INICIO
           DISPLAY "FIM DA VIGENCIA (AAAAMMDD):"
           ACCEPT WRK-FIM

           EVALUATE TRUE
               WHEN WRK-CODIGO = SPACES OR WRK-RAZAO-SOCIAL = SPACES
                   DISPLAY "CODIGO E RAZAO SOCIAL SAO OBRIGATORIOS. "
                       "CONVENIO NAO INCLUIDO."
               WHEN WRK-INICIO IS NOT NUMERIC OR
                    WRK-FIM IS NOT NUMERIC
                   DISPLAY "VIGENCIA INVALIDA. CONVENIO NAO INCLUIDO."
               WHEN WRK-FIM < WRK-INICIO
                   DISPLAY "FIM DA VIGENCIA ANTERIOR AO INICIO. "
                       "CONVENIO NAO INCLUIDO."
               WHEN OTHER
                   PERFORM GRAVA-CONVENIO
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Grava o convenio novo.
      * ----------------------------------------------------------------
       GRAVA-CONVENIO.

           MOVE "00" TO WS-CONVENIOS-STATUS
           OPEN I-O CONVENIOS-FILE
           IF WS-CONVENIOS-STATUS NOT = "00"
               CLOSE CONVENIOS-FILE
               OPEN OUTPUT CONVENIOS-FILE
           END-IF

           MOVE SPACES           TO CONVENIO-REC
           MOVE WRK-CODIGO       TO CV-CODIGO
           MOVE WRK-RAZAO-SOCIAL TO CV-RAZAO-SOCIAL
           MOVE WRK-CNPJ         TO CV-CNPJ
           MOVE WRK-CONTATO      TO CV-CONTATO
           MOVE WRK-TELEFONE     TO CV-TELEFONE
           MOVE WRK-INICIO       TO CV-INICIO
           MOVE WRK-FIM          TO CV-FIM
           MOVE WRK-DATA-HOJE    TO CV-DATA-MOVTO
           MOVE WRK-OPERADOR     TO CV-OPERADOR

           WRITE CONVENIO-REC
               INVALID KEY
                   DISPLAY "CONVENIO " WRK-CODIGO " JA CADASTRADO."
               NOT INVALID KEY
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING "CONVENIO INCLUIDO " WRK-CODIGO
                       " ATE " WRK-FIM
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM GRAVA-TRANSACAO
                   DISPLAY "CONVENIO INCLUIDO."
           END-WRITE

           CLOSE CONVENIOS-FILE
           MOVE "00" TO WS-CONVENIOS-STATUS.

      * ----------------------------------------------------------------
      * Altera contato, telefone e vigencia de um convenio (campo em
      * branco mantem o valor atual).
      * ----------------------------------------------------------------
       ALTERA-CONVENIO.

           DISPLAY "CODIGO DO CONVENIO:"
           ACCEPT WRK-CODIGO

           MOVE "00" TO WS-CONVENIOS-STATUS
           OPEN I-O CONVENIOS-FILE
           IF WS-CONVENIOS-STATUS NOT = "00"
               DISPLAY "ARQUIVO CONVENIOS AINDA NAO EXISTE."
               CLOSE CONVENIOS-FILE
           ELSE
               MOVE WRK-CODIGO TO CV-CODIGO
               READ CONVENIOS-FILE
                   INVALID KEY
                       DISPLAY "CONVENIO " WRK-CODIGO
                           " NAO CADASTRADO."
                   NOT INVALID KEY
                       PERFORM REGRAVA-ALTERACAO
               END-READ
               CLOSE CONVENIOS-FILE
           END-IF
           MOVE "00" TO WS-CONVENIOS-STATUS.

      * ----------------------------------------------------------------
      * Pede os dados novos do convenio lido e o regrava.
      * ----------------------------------------------------------------
       REGRAVA-ALTERACAO.

           PERFORM MOSTRA-UM-CONVENIO

           DISPLAY "NOVO CONTATO (BRANCO = MANTEM):"
           MOVE SPACES TO WRK-CONTATO
           ACCEPT WRK-CONTATO
           DISPLAY "NOVO TELEFONE (BRANCO = MANTEM):"
           MOVE SPACES TO WRK-TELEFONE
           ACCEPT WRK-TELEFONE
           DISPLAY "NOVO FIM DA VIGENCIA (AAAAMMDD, BRANCO = MANTEM):"
           MOVE SPACES TO WRK-FIM
           ACCEPT WRK-FIM

           IF WRK-FIM NOT = SPACES AND
              (WRK-FIM IS NOT NUMERIC OR WRK-FIM < CV-INICIO)
               DISPLAY "FIM DA VIGENCIA INVALIDO. CONVENIO NAO "
                   "ALTERADO."
           ELSE
               IF WRK-CONTATO NOT = SPACES
                   MOVE WRK-CONTATO TO CV-CONTATO
               END-IF
               IF WRK-TELEFONE NOT = SPACES
                   MOVE WRK-TELEFONE TO CV-TELEFONE
               END-IF
               IF WRK-FIM NOT = SPACES
                   MOVE WRK-FIM TO CV-FIM
               END-IF
               MOVE WRK-DATA-HOJE TO CV-DATA-MOVTO
               MOVE WRK-OPERADOR  TO CV-OPERADOR
               REWRITE CONVENIO-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O CONVENIO."
                   NOT INVALID KEY
                       MOVE SPACES TO WRK-DESCRICAO-LOG
                       STRING "CONVENIO ALTERADO " CV-CODIGO
                           " ATE " CV-FIM
                           DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                       PERFORM GRAVA-TRANSACAO
                       DISPLAY "CONVENIO ALTERADO."
               END-REWRITE
           END-IF.

      * ----------------------------------------------------------------
      * Mostra um convenio pelo codigo.
      * ----------------------------------------------------------------
       CONSULTA-CONVENIO.

           DISPLAY "CODIGO DO CONVENIO:"
           ACCEPT WRK-CODIGO

           MOVE "00" TO WS-CONVENIOS-STATUS
           OPEN INPUT CONVENIOS-FILE
           IF WS-CONVENIOS-STATUS NOT = "00"
               DISPLAY "ARQUIVO CONVENIOS AINDA NAO EXISTE."
           ELSE
               MOVE WRK-CODIGO TO CV-CODIGO
               READ CONVENIOS-FILE
                   INVALID KEY
                       DISPLAY "CONVENIO " WRK-CODIGO
                           " NAO CADASTRADO."
                   NOT INVALID KEY
                       PERFORM MOSTRA-UM-CONVENIO
               END-READ
               CLOSE CONVENIOS-FILE
           END-IF
           MOVE "00" TO WS-CONVENIOS-STATUS.

      * ----------------------------------------------------------------
      * Lista todos os convenios, na ordem do codigo.
      * ----------------------------------------------------------------
       LISTA-CONVENIOS.

           MOVE ZEROS TO CNT-LINHAS
           MOVE "00" TO WS-CONVENIOS-STATUS

           OPEN INPUT CONVENIOS-FILE
           IF WS-CONVENIOS-STATUS NOT = "00"
               DISPLAY "ARQUIVO CONVENIOS AINDA NAO EXISTE."
           ELSE
               DISPLAY "CODIGO / RAZAO SOCIAL / VIGENCIA:"
               PERFORM UNTIL WS-CONVENIOS-STATUS = "10"
                   READ CONVENIOS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-CONVENIOS-STATUS
                       NOT AT END
                           ADD 1 TO CNT-LINHAS
                           PERFORM DESCREVE-VIGENCIA
                           DISPLAY "  " CV-CODIGO " " CV-RAZAO-SOCIAL
                               " " CV-INICIO " A " CV-FIM " "
                               WRK-VIGENCIA
                   END-READ
               END-PERFORM
               CLOSE CONVENIOS-FILE
               DISPLAY "TOTAL DE CONVENIOS: " CNT-LINHAS
           END-IF
           MOVE "00" TO WS-CONVENIOS-STATUS.

      * ----------------------------------------------------------------
      * Mostra o convenio corrente por inteiro.
      * ----------------------------------------------------------------
       MOSTRA-UM-CONVENIO.

           PERFORM DESCREVE-VIGENCIA
           DISPLAY "CONVENIO.: " CV-CODIGO " " CV-RAZAO-SOCIAL
           DISPLAY "CNPJ.....: " CV-CNPJ
           DISPLAY "CONTATO..: " CV-CONTATO "  FONE: " CV-TELEFONE
           DISPLAY "VIGENCIA.: " CV-INICIO " A " CV-FIM " "
               WRK-VIGENCIA.

      * ----------------------------------------------------------------
      * Marca o convenio corrente como vigente, vencido ou ainda nao
      * iniciado em relacao a data de hoje.
      * ----------------------------------------------------------------
       DESCREVE-VIGENCIA.

           EVALUATE TRUE
               WHEN CV-FIM < WRK-DATA-HOJE
                   MOVE "VENCIDO" TO WRK-VIGENCIA
               WHEN CV-INICIO > WRK-DATA-HOJE
                   MOVE "FUTURO" TO WRK-VIGENCIA
               WHEN OTHER
                   MOVE "VIGENTE" TO WRK-VIGENCIA
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a inclusao ou a alteracao.
      * ----------------------------------------------------------------
       GRAVA-TRANSACAO.

           OPEN EXTEND TRANS-LOG-FILE
           IF WS-TRANSLOG-STATUS NOT = "00"
               CLOSE TRANS-LOG-FILE
               OPEN OUTPUT TRANS-LOG-FILE
           END-IF

           MOVE SPACES            TO TRANS-LOG-REC
           ACCEPT TR-DATA         FROM DATE YYYYMMDD
           ACCEPT TR-HORA         FROM TIME
           MOVE WRK-OPERADOR      TO TR-OPERADOR
           MOVE 'PROG102'         TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE ZEROS             TO TR-MATRICULA

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG102.
