      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Manutencao das pendencias do aluno (arquivo indexado
      *          PENDENCIAS, layout PENDREC): a biblioteca, o
      *          financeiro e a secretaria registram aqui o bloqueio
      *          de uma matricula - livro nao devolvido, mensalidade
      *          em aberto, documento nao entregue - e o baixam quando
      *          resolvido. Enquanto houver pendencia ativa, o
      *          historico escolar (PROG27), a inscricao em disciplina
      *          (PROG36) e a virada de periodo (PROG63) recusam o
      *          aluno, consultando o arquivo pelo PROG75V. Inclui
      *          (matricula validada pelo PROG10V e pelo ALUNCAD, tipo
      *          B/F/D, origem e motivo), baixa (grava data e operador
      *          da baixa; o registro fica como historico), consulta
      *          as pendencias de uma matricula e lista as ativas.
      *          Inclusao e baixa geram transacao no TRANSLOG. Exige
      *          sign-on (PROG15V) com perfil de correcao (C) ou
      *          fechamento (F).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG75) no
      *                 lugar do teste da letra de perfil C/F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG75.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDENCIAS-FILE ASSIGN TO "PENDENCIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-CHAVE OF PENDENCIA-REC
               FILE STATUS IS WS-PENDENCIAS-STATUS.

           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDENCIAS-FILE.
       01  PENDENCIA-REC.
           COPY PENDREC.

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-PENDENCIAS-STATUS PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-CONTINUA         PIC X VALUE 'S'.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-OK     PIC X VALUE 'N'.
       77 WRK-DIGITO-VALIDO    PIC X VALUE 'N'.
       77 WRK-ACHOU-CAD        PIC X VALUE 'N'.
       77 WRK-NOME-CAD         PIC X(30) VALUE SPACES.
       77 WRK-TIPO             PIC X(01) VALUE SPACE.
       77 WRK-TIPO-DESC        PIC X(13) VALUE SPACES.
       77 WRK-ORIGEM           PIC X(20) VALUE SPACES.
       77 WRK-MOTIVO           PIC X(30) VALUE SPACES.
       77 WRK-SEQUENCIA        PIC 9(03) VALUE ZEROS.
       77 WRK-ULTIMA-SEQ       PIC 9(03) VALUE ZEROS.
       77 WRK-SITUACAO-DESC    PIC X(20) VALUE SPACES.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 CNT-LINHAS           PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "PENDENCIAS DO ALUNO (PENDENCIAS)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG75" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG75. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           PERFORM PROCESSA-UMA-OPCAO
               UNTIL WRK-CONTINUA NOT = 'S' AND WRK-CONTINUA NOT = 's'

           GOBACK.

      * ----------------------------------------------------------------
      * Mostra o menu e executa a opcao escolhida.
      * ----------------------------------------------------------------
       PROCESSA-UMA-OPCAO.

           DISPLAY "-----------------------------------"
           DISPLAY "  I - INCLUIR PENDENCIA"
           DISPLAY "  B - BAIXAR PENDENCIA"
           DISPLAY "  C - CONSULTAR PENDENCIAS DE UMA MATRICULA"
           DISPLAY "  L - LISTAR PENDENCIAS ATIVAS"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM INCLUI-PENDENCIA
               WHEN 'B'
               WHEN 'b'
                   PERFORM BAIXA-PENDENCIA
               WHEN 'C'
               WHEN 'c'
                   PERFORM CONSULTA-MATRICULA
               WHEN 'L'
               WHEN 'l'
                   PERFORM LISTA-ATIVAS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE

           DISPLAY "DESEJA CONTINUAR A MANUTENCAO? (S/N)"
           ACCEPT WRK-CONTINUA.

      * ----------------------------------------------------------------
      * Pede e valida a matricula (digito via PROG10V e leitura no
      * cadastro mestre ALUNCAD).
      * ----------------------------------------------------------------
       OBTEM-MATRICULA.

           MOVE 'N' TO WRK-MATRICULA-OK
           PERFORM UNTIL WRK-MATRICULA-OK = 'S'
               DISPLAY "MATRICULA DO ALUNO (6 DIGITOS):"
               ACCEPT WRK-MATRICULA

               CALL "PROG10V" USING WRK-MATRICULA WRK-DIGITO-VALIDO
               END-CALL

               IF WRK-DIGITO-VALIDO = 'S'
                   MOVE 'S' TO WRK-MATRICULA-OK
               ELSE
                   DISPLAY "MATRICULA INVALIDA (DIGITO VERIFICADOR "
                       "NAO CONFERE). REDIGITE."
               END-IF
           END-PERFORM

           MOVE 'N' TO WRK-ACHOU-CAD
           MOVE SPACES TO WRK-NOME-CAD
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE WRK-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHOU-CAD
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-CAD
                       MOVE AC-NOME TO WRK-NOME-CAD
               END-READ
               CLOSE ALUNO-CAD-FILE
           END-IF
           MOVE "00" TO WS-ALUNCAD-STATUS.

      * ----------------------------------------------------------------
      * Inclui uma pendencia ativa para a matricula, na sequencia
      * seguinte a ultima ja registrada para ela.
      * ----------------------------------------------------------------
       INCLUI-PENDENCIA.

           PERFORM OBTEM-MATRICULA
           IF WRK-ACHOU-CAD NOT = 'S'
               DISPLAY "MATRICULA NAO CADASTRADA NO ALUNCAD."
           ELSE
               DISPLAY "ALUNO: " WRK-NOME-CAD
               DISPLAY "TIPO (B=BIBLIOTECA F=FINANCEIRO "
                   "D=DOCUMENTACAO):"
               ACCEPT WRK-TIPO
               EVALUATE WRK-TIPO
                   WHEN 'b'
                       MOVE 'B' TO WRK-TIPO
                   WHEN 'f'
                       MOVE 'F' TO WRK-TIPO
                   WHEN 'd'
                       MOVE 'D' TO WRK-TIPO
               END-EVALUATE
               DISPLAY "ORIGEM (SETOR QUE PEDIU O BLOQUEIO):"
               ACCEPT WRK-ORIGEM
               DISPLAY "MOTIVO:"
               ACCEPT WRK-MOTIVO

               IF WRK-TIPO NOT = 'B' AND WRK-TIPO NOT = 'F' AND
                  WRK-TIPO NOT = 'D'
                   DISPLAY "TIPO INVALIDO. PENDENCIA NAO INCLUIDA."
               ELSE
                   IF WRK-ORIGEM = SPACES
                       DISPLAY "ORIGEM E OBRIGATORIA. PENDENCIA NAO "
                           "INCLUIDA."
                   ELSE
                       PERFORM GRAVA-PENDENCIA
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Apura a ultima sequencia da matricula e grava a pendencia,
      * criando o arquivo na primeira execucao.
      * ----------------------------------------------------------------
       GRAVA-PENDENCIA.

           PERFORM APURA-ULTIMA-SEQUENCIA

           MOVE "00" TO WS-PENDENCIAS-STATUS
           OPEN I-O PENDENCIAS-FILE
           IF WS-PENDENCIAS-STATUS NOT = "00"
               CLOSE PENDENCIAS-FILE
               OPEN OUTPUT PENDENCIAS-FILE
           END-IF

           MOVE SPACES         TO PENDENCIA-REC
           MOVE WRK-MATRICULA  TO PE-MATRICULA
           ADD 1 TO WRK-ULTIMA-SEQ GIVING PE-SEQUENCIA
           MOVE WRK-TIPO       TO PE-TIPO
           MOVE WRK-ORIGEM     TO PE-ORIGEM
           MOVE WRK-MOTIVO     TO PE-MOTIVO
           ACCEPT PE-DATA-INCLUSAO FROM DATE YYYYMMDD
           MOVE WRK-OPERADOR   TO PE-OPER-INCLUSAO
           MOVE SPACES         TO PE-DATA-BAIXA
           MOVE SPACES         TO PE-OPER-BAIXA

           WRITE PENDENCIA-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PENDENCIA (CHAVE "
                       PE-CHAVE " JA EXISTE)."
               NOT INVALID KEY
                   PERFORM DESCREVE-TIPO
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING "PENDENCIA INCLUIDA " WRK-TIPO-DESC
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM GRAVA-TRANSACAO
                   DISPLAY "PENDENCIA " PE-SEQUENCIA " INCLUIDA."
           END-WRITE

           CLOSE PENDENCIAS-FILE
           MOVE "00" TO WS-PENDENCIAS-STATUS.

      * ----------------------------------------------------------------
      * Apura a maior sequencia ja usada pela matricula corrente.
      * ----------------------------------------------------------------
       APURA-ULTIMA-SEQUENCIA.

           MOVE ZEROS TO WRK-ULTIMA-SEQ
           MOVE "00" TO WS-PENDENCIAS-STATUS

           OPEN INPUT PENDENCIAS-FILE
           IF WS-PENDENCIAS-STATUS = "00"
               MOVE WRK-MATRICULA TO PE-MATRICULA
               MOVE ZEROS TO PE-SEQUENCIA
               START PENDENCIAS-FILE KEY NOT LESS THAN PE-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-PENDENCIAS-STATUS
               END-START
               PERFORM UNTIL WS-PENDENCIAS-STATUS = "10"
                   READ PENDENCIAS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-PENDENCIAS-STATUS
                       NOT AT END
                           IF PE-MATRICULA = WRK-MATRICULA
                               MOVE PE-SEQUENCIA TO WRK-ULTIMA-SEQ
                           ELSE
                               MOVE "10" TO WS-PENDENCIAS-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDENCIAS-FILE
           END-IF
           MOVE "00" TO WS-PENDENCIAS-STATUS.

      * ----------------------------------------------------------------
      * Baixa a pendencia ativa escolhida: mostra as pendencias da
      * matricula e grava data e operador da baixa na informada.
      * ----------------------------------------------------------------
       BAIXA-PENDENCIA.

           PERFORM OBTEM-MATRICULA
           PERFORM MOSTRA-PENDENCIAS-MATRICULA

           IF CNT-LINHAS > 0
               DISPLAY "SEQUENCIA DA PENDENCIA A BAIXAR:"
               ACCEPT WRK-SEQUENCIA

               MOVE "00" TO WS-PENDENCIAS-STATUS
               OPEN I-O PENDENCIAS-FILE
               IF WS-PENDENCIAS-STATUS NOT = "00"
                   DISPLAY "ARQUIVO PENDENCIAS INDISPONIVEL."
                   CLOSE PENDENCIAS-FILE
               ELSE
                   MOVE WRK-MATRICULA TO PE-MATRICULA
                   MOVE WRK-SEQUENCIA TO PE-SEQUENCIA
                   READ PENDENCIAS-FILE
                       INVALID KEY
                           DISPLAY "PENDENCIA NAO ENCONTRADA."
                       NOT INVALID KEY
                           PERFORM REGRAVA-BAIXA
                   END-READ
                   CLOSE PENDENCIAS-FILE
               END-IF
               MOVE "00" TO WS-PENDENCIAS-STATUS
           END-IF.

      * ----------------------------------------------------------------
      * Grava a baixa na pendencia lida, se ainda ativa.
      * ----------------------------------------------------------------
       REGRAVA-BAIXA.

           IF PE-DATA-BAIXA NOT = SPACES
               DISPLAY "PENDENCIA JA BAIXADA EM " PE-DATA-BAIXA
                   " POR " PE-OPER-BAIXA "."
           ELSE
               ACCEPT PE-DATA-BAIXA FROM DATE YYYYMMDD
               MOVE WRK-OPERADOR TO PE-OPER-BAIXA
               REWRITE PENDENCIA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A PENDENCIA."
                   NOT INVALID KEY
                       MOVE PE-TIPO TO WRK-TIPO
                       PERFORM DESCREVE-TIPO
                       MOVE SPACES TO WRK-DESCRICAO-LOG
                       STRING "PENDENCIA BAIXADA " WRK-TIPO-DESC
                           DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                       PERFORM GRAVA-TRANSACAO
                       DISPLAY "PENDENCIA BAIXADA."
               END-REWRITE
           END-IF.

      * ----------------------------------------------------------------
      * Consulta todas as pendencias (ativas e baixadas) de uma
      * matricula.
      * ----------------------------------------------------------------
       CONSULTA-MATRICULA.

           PERFORM OBTEM-MATRICULA
           PERFORM MOSTRA-PENDENCIAS-MATRICULA.

      * ----------------------------------------------------------------
      * Mostra as pendencias da matricula corrente, contando-as em
      * CNT-LINHAS.
      * ----------------------------------------------------------------
       MOSTRA-PENDENCIAS-MATRICULA.

           MOVE ZEROS TO CNT-LINHAS
           MOVE "00" TO WS-PENDENCIAS-STATUS

           OPEN INPUT PENDENCIAS-FILE
           IF WS-PENDENCIAS-STATUS NOT = "00"
               DISPLAY "ARQUIVO PENDENCIAS AINDA NAO EXISTE."
           ELSE
               DISPLAY "PENDENCIAS DA MATRICULA " WRK-MATRICULA " "
                   WRK-NOME-CAD
               DISPLAY "SEQ / TIPO / ORIGEM / MOTIVO / SITUACAO:"
               MOVE WRK-MATRICULA TO PE-MATRICULA
               MOVE ZEROS TO PE-SEQUENCIA
               START PENDENCIAS-FILE KEY NOT LESS THAN PE-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-PENDENCIAS-STATUS
               END-START
               PERFORM UNTIL WS-PENDENCIAS-STATUS = "10"
                   READ PENDENCIAS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-PENDENCIAS-STATUS
                       NOT AT END
                           IF PE-MATRICULA = WRK-MATRICULA
                               ADD 1 TO CNT-LINHAS
                               PERFORM MOSTRA-UMA-PENDENCIA
                           ELSE
                               MOVE "10" TO WS-PENDENCIAS-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDENCIAS-FILE
               DISPLAY "TOTAL DE PENDENCIAS: " CNT-LINHAS
           END-IF
           MOVE "00" TO WS-PENDENCIAS-STATUS.

      * ----------------------------------------------------------------
      * Lista as pendencias ativas de todas as matriculas.
      * ----------------------------------------------------------------
       LISTA-ATIVAS.

           MOVE ZEROS TO CNT-LINHAS
           MOVE "00" TO WS-PENDENCIAS-STATUS

           OPEN INPUT PENDENCIAS-FILE
           IF WS-PENDENCIAS-STATUS NOT = "00"
               DISPLAY "ARQUIVO PENDENCIAS AINDA NAO EXISTE."
           ELSE
               DISPLAY "MATRICULA / SEQ / TIPO / ORIGEM / MOTIVO:"
               PERFORM UNTIL WS-PENDENCIAS-STATUS = "10"
                   READ PENDENCIAS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-PENDENCIAS-STATUS
                       NOT AT END
                           IF PE-DATA-BAIXA = SPACES
                               ADD 1 TO CNT-LINHAS
                               MOVE PE-TIPO TO WRK-TIPO
                               PERFORM DESCREVE-TIPO
                               DISPLAY "  " PE-MATRICULA " "
                                   PE-SEQUENCIA " " WRK-TIPO-DESC " "
                                   PE-ORIGEM " " PE-MOTIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDENCIAS-FILE
               DISPLAY "TOTAL DE PENDENCIAS ATIVAS: " CNT-LINHAS
           END-IF
           MOVE "00" TO WS-PENDENCIAS-STATUS.

      * ----------------------------------------------------------------
      * Mostra a pendencia corrente, com a situacao (ativa desde a
      * inclusao, ou baixada).
      * ----------------------------------------------------------------
       MOSTRA-UMA-PENDENCIA.

           MOVE PE-TIPO TO WRK-TIPO
           PERFORM DESCREVE-TIPO
           MOVE SPACES TO WRK-SITUACAO-DESC
           IF PE-DATA-BAIXA = SPACES
               STRING "ATIVA DESDE " PE-DATA-INCLUSAO
                   DELIMITED BY SIZE INTO WRK-SITUACAO-DESC
           ELSE
               STRING "BAIXADA " PE-DATA-BAIXA
                   DELIMITED BY SIZE INTO WRK-SITUACAO-DESC
           END-IF
           DISPLAY "  " PE-SEQUENCIA " " WRK-TIPO-DESC " " PE-ORIGEM
               " " PE-MOTIVO " " WRK-SITUACAO-DESC.

      * ----------------------------------------------------------------
      * Traduz o tipo da pendencia (WRK-TIPO) para exibicao.
      * ----------------------------------------------------------------
       DESCREVE-TIPO.

           EVALUATE WRK-TIPO
               WHEN 'B'
                   MOVE "BIBLIOTECA" TO WRK-TIPO-DESC
               WHEN 'F'
                   MOVE "FINANCEIRO" TO WRK-TIPO-DESC
               WHEN 'D'
                   MOVE "DOCUMENTACAO" TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE "OUTROS" TO WRK-TIPO-DESC
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a inclusao ou a baixa.
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
           MOVE 'PROG75'          TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE WRK-MATRICULA     TO TR-MATRICULA

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG75.
