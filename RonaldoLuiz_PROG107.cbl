      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Manutencao das ordens de servico das salas (arquivo
      *          indexado ORDSERV, layout OSERVREC). Abre a ordem
      *          corretiva de uma sala do COMODOS (projetor quebrado,
      *          goteira...) com o problema, a prioridade, a equipe
      *          designada e a indicacao de sala interditada; atualiza
      *          a situacao (aberta ou em andamento), a equipe, a
      *          prioridade e a interdicao; fecha a ordem com a
      *          solucao (data e operador do fechamento - a ordem fica
      *          como historico); consulta as ordens de uma sala e
      *          lista as nao fechadas. A opcao P gera a programacao
      *          preventiva: para cada sala do COMODOS abre uma ordem
      *          de limpeza e uma de inspecao quando nao ha outra do
      *          mesmo tipo em aberto e a ultima foi aberta ha pelo
      *          menos o intervalo da faixa de area da sala (sala
      *          maior, intervalo menor - tabela FAIXAS-PREVENTIVA).
      *          Sala com ordem interditada nao fechada fica fora do
      *          PROG53, do PROG76 e do PROG84 (PROG107V). Abertura,
      *          atualizacao, fechamento e geracao preventiva geram
      *          transacao no TRANSLOG. Exige sign-on (PROG15V) e
      *          acesso a funcao PROG107 (PROG15A).
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG107.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDSERV-FILE ASSIGN TO "ORDSERV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-CHAVE OF ORDSERV-REC
               FILE STATUS IS WS-ORDSERV-STATUS.

           SELECT COMODOS-FILE ASSIGN TO "COMODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMODOS-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDSERV-FILE.
       01  ORDSERV-REC.
           COPY OSERVREC.

       FD  COMODOS-FILE.
       01  COMODO-REC.
           05 COMODO-NOME         PIC X(15).
           05 COMODO-LARGURA      PIC 9(03).
           05 COMODO-ALTURA       PIC 9(03).
           05 COMODO-UNIDADE      PIC X(04).

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ORDSERV-STATUS    PIC X(02) VALUE "00".
       77 WS-COMODOS-STATUS    PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-CONTINUA         PIC X VALUE 'S'.
       77 WRK-SALA             PIC X(15) VALUE SPACES.
       77 WRK-SALA-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-INTERDITADA      PIC X(01) VALUE 'N'.
       77 WRK-NUMERO           PIC 9(05) VALUE ZEROS.
       77 WRK-ULTIMO-NUMERO    PIC 9(05) VALUE ZEROS.
       77 WRK-TIPO             PIC X(01) VALUE SPACE.
       77 WRK-TIPO-DESC        PIC X(09) VALUE SPACES.
       77 WRK-PROBLEMA         PIC X(60) VALUE SPACES.
       77 WRK-PRIORIDADE       PIC X(01) VALUE SPACE.
       77 WRK-PRIORIDADE-DESC  PIC X(05) VALUE SPACES.
       77 WRK-INTERDITA        PIC X(01) VALUE SPACE.
       77 WRK-EQUIPE           PIC X(20) VALUE SPACES.
       77 WRK-SITUACAO         PIC X(01) VALUE SPACE.
       77 WRK-SITUACAO-DESC    PIC X(12) VALUE SPACES.
       77 WRK-SOLUCAO          PIC X(60) VALUE SPACES.
       77 WRK-DADOS-OK         PIC X(01) VALUE 'N'.
       77 WRK-GRAVOU           PIC X(01) VALUE 'N'.
       77 WRK-DATA-BASE        PIC X(08) VALUE SPACES.
       77 WRK-DATA-BASE-NUM    PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMA-DATA      PIC X(08) VALUE SPACES.
       77 WRK-ULTIMA-DATA-NUM  PIC 9(08) VALUE ZEROS.
       77 WRK-PENDENTE         PIC X(01) VALUE 'N'.
       77 WRK-AREA             PIC 9(06) VALUE ZEROS.
       77 WRK-INTERVALO        PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-DECORRIDOS  PIC S9(07) VALUE ZEROS.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 IND-FAIXA            PIC 9(01) VALUE ZERO.
       77 CNT-LINHAS           PIC 9(05) VALUE ZEROS.
       77 CNT-SALAS            PIC 9(05) VALUE ZEROS.
       77 CNT-GERADAS          PIC 9(05) VALUE ZEROS.

      * Programacao preventiva por faixa de area da sala (largura x
      * altura do COMODOS): area ate FP-AREA-ATE, intervalo em dias
      * entre limpezas e entre inspecoes. A ultima faixa cobre as
      * salas maiores.
       01 FAIXAS-PREVENTIVA-VALORES.
           05 FILLER              PIC 9(05) VALUE 40.
           05 FILLER              PIC 9(03) VALUE 14.
           05 FILLER              PIC 9(03) VALUE 180.
           05 FILLER              PIC 9(05) VALUE 100.
           05 FILLER              PIC 9(03) VALUE 7.
           05 FILLER              PIC 9(03) VALUE 90.
           05 FILLER              PIC 9(05) VALUE 99999.
           05 FILLER              PIC 9(03) VALUE 3.
           05 FILLER              PIC 9(03) VALUE 60.
       01 FAIXAS-PREVENTIVA REDEFINES FAIXAS-PREVENTIVA-VALORES.
           05 FP-FAIXA OCCURS 3 TIMES.
               10 FP-AREA-ATE     PIC 9(05).
               10 FP-DIAS-LIMPEZA PIC 9(03).
               10 FP-DIAS-INSPECAO PIC 9(03).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "ORDENS DE SERVICO DAS SALAS (ORDSERV)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG107" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG107. "
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
           DISPLAY "  A - ABRIR ORDEM CORRETIVA"
           DISPLAY "  U - ATUALIZAR ORDEM"
           DISPLAY "  F - FECHAR ORDEM"
           DISPLAY "  C - CONSULTAR ORDENS DE UMA SALA"
           DISPLAY "  L - LISTAR ORDENS NAO FECHADAS"
           DISPLAY "  P - GERAR ORDENS PREVENTIVAS"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM ABRE-ORDEM
               WHEN 'U'
               WHEN 'u'
                   PERFORM ATUALIZA-ORDEM
               WHEN 'F'
               WHEN 'f'
                   PERFORM FECHA-ORDEM
               WHEN 'C'
               WHEN 'c'
                   PERFORM CONSULTA-SALA
               WHEN 'L'
               WHEN 'l'
                   PERFORM LISTA-NAO-FECHADAS
               WHEN 'P'
               WHEN 'p'
                   PERFORM GERA-PREVENTIVAS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE

           DISPLAY "DESEJA CONTINUAR A MANUTENCAO? (S/N)"
           ACCEPT WRK-CONTINUA.

      * ----------------------------------------------------------------
      * Pede a sala e confere se ela existe no COMODOS.
      * ----------------------------------------------------------------
       OBTEM-SALA.

           DISPLAY "SALA (NOME DO COMODO):"
           MOVE SPACES TO WRK-SALA
           ACCEPT WRK-SALA

           MOVE 'N' TO WRK-SALA-EXISTE
           MOVE "00" TO WS-COMODOS-STATUS
           OPEN INPUT COMODOS-FILE
           IF WS-COMODOS-STATUS = "00"
               PERFORM UNTIL WS-COMODOS-STATUS = "10"
                       OR WRK-SALA-EXISTE = 'S'
                   READ COMODOS-FILE
                       AT END
                           MOVE "10" TO WS-COMODOS-STATUS
                       NOT AT END
                           IF COMODO-NOME = WRK-SALA
                               MOVE 'S' TO WRK-SALA-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMODOS-FILE
           END-IF
           MOVE "00" TO WS-COMODOS-STATUS.

      * ----------------------------------------------------------------
      * Abre uma ordem corretiva para a sala, no numero seguinte ao
      * ultimo ja usado nela.
      * ----------------------------------------------------------------
       ABRE-ORDEM.

           PERFORM OBTEM-SALA
           IF WRK-SALA-EXISTE NOT = 'S'
               DISPLAY "SALA " WRK-SALA " NAO CONSTA DO COMODOS."
           ELSE
               PERFORM OBTEM-DADOS-ORDEM
               IF WRK-DADOS-OK = 'S'
                   MOVE 'C' TO WRK-TIPO
                   MOVE 'A' TO WRK-SITUACAO
                   ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
                   PERFORM GRAVA-ORDEM
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Pede e confere os dados da ordem corretiva.
      * ----------------------------------------------------------------
       OBTEM-DADOS-ORDEM.

           MOVE 'S' TO WRK-DADOS-OK

           DISPLAY "PROBLEMA RELATADO:"
           MOVE SPACES TO WRK-PROBLEMA
           ACCEPT WRK-PROBLEMA
           IF WRK-PROBLEMA = SPACES
               DISPLAY "PROBLEMA NAO INFORMADO."
               MOVE 'N' TO WRK-DADOS-OK
           END-IF

           IF WRK-DADOS-OK = 'S'
               DISPLAY "PRIORIDADE (A=ALTA M=MEDIA B=BAIXA):"
               ACCEPT WRK-PRIORIDADE
               INSPECT WRK-PRIORIDADE CONVERTING "amb" TO "AMB"
               IF WRK-PRIORIDADE NOT = 'A' AND WRK-PRIORIDADE NOT = 'M'
                  AND WRK-PRIORIDADE NOT = 'B'
                   DISPLAY "PRIORIDADE INVALIDA."
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
           END-IF

           IF WRK-DADOS-OK = 'S'
               DISPLAY "SALA INTERDITADA ATE O FECHAMENTO? (S/N)"
               ACCEPT WRK-INTERDITA
               INSPECT WRK-INTERDITA CONVERTING "sn" TO "SN"
               IF WRK-INTERDITA NOT = 'S'
                   MOVE 'N' TO WRK-INTERDITA
               END-IF
               DISPLAY "EQUIPE DESIGNADA (BRANCO = A DESIGNAR):"
               MOVE SPACES TO WRK-EQUIPE
               ACCEPT WRK-EQUIPE
           END-IF.

      * ----------------------------------------------------------------
      * Grava a ordem da sala WRK-SALA com os dados de trabalho, na
      * data WRK-DATA-BASE. O ORDSERV ja deve estar aberto em I-O
      * quando chamado pela geracao preventiva (WRK-OPCAO = P).
      * ----------------------------------------------------------------
       GRAVA-ORDEM.

           MOVE 'N' TO WRK-GRAVOU
           IF WRK-OPCAO NOT = 'P' AND WRK-OPCAO NOT = 'p'
               PERFORM APURA-ULTIMO-NUMERO
               MOVE "00" TO WS-ORDSERV-STATUS
               OPEN I-O ORDSERV-FILE
               IF WS-ORDSERV-STATUS NOT = "00"
                   CLOSE ORDSERV-FILE
                   OPEN OUTPUT ORDSERV-FILE
               END-IF
           END-IF

           MOVE SPACES            TO ORDSERV-REC
           MOVE WRK-SALA          TO OS-SALA
           ADD 1 TO WRK-ULTIMO-NUMERO GIVING OS-NUMERO
           MOVE WRK-TIPO          TO OS-TIPO
           MOVE WRK-PROBLEMA      TO OS-PROBLEMA
           MOVE WRK-PRIORIDADE    TO OS-PRIORIDADE
           MOVE WRK-INTERDITA     TO OS-INTERDITA
           MOVE WRK-EQUIPE        TO OS-EQUIPE
           MOVE WRK-SITUACAO      TO OS-SITUACAO
           MOVE WRK-DATA-BASE     TO OS-DATA-ABERTURA
           MOVE WRK-OPERADOR      TO OS-OPER-ABERTURA

           WRITE ORDSERV-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ORDEM (CHAVE " OS-CHAVE
                       " JA EXISTE)."
               NOT INVALID KEY
                   MOVE 'S' TO WRK-GRAVOU
                   MOVE OS-NUMERO TO WRK-NUMERO
                   PERFORM DESCREVE-TIPO
                   IF WRK-OPCAO NOT = 'P' AND WRK-OPCAO NOT = 'p'
                       MOVE SPACES TO WRK-DESCRICAO-LOG
                       STRING "OS " OS-SALA " " OS-NUMERO " ABERTA "
                           OS-PRIORIDADE " " OS-INTERDITA
                           DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                       PERFORM GRAVA-TRANSACAO
                       DISPLAY "ORDEM " OS-NUMERO " ABERTA PARA A "
                           "SALA " OS-SALA "."
                   ELSE
                       DISPLAY "  " OS-SALA " " OS-NUMERO " "
                           WRK-TIPO-DESC " " OS-DATA-ABERTURA
                   END-IF
           END-WRITE

           IF WRK-OPCAO NOT = 'P' AND WRK-OPCAO NOT = 'p'
               CLOSE ORDSERV-FILE
               MOVE "00" TO WS-ORDSERV-STATUS
           END-IF.

      * ----------------------------------------------------------------
      * Apura o maior numero de ordem ja usado na sala corrente.
      * ----------------------------------------------------------------
       APURA-ULTIMO-NUMERO.

           MOVE ZEROS TO WRK-ULTIMO-NUMERO
           MOVE "00" TO WS-ORDSERV-STATUS

           OPEN INPUT ORDSERV-FILE
           IF WS-ORDSERV-STATUS = "00"
               MOVE WRK-SALA TO OS-SALA
               MOVE ZEROS TO OS-NUMERO
               START ORDSERV-FILE KEY NOT LESS THAN OS-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-ORDSERV-STATUS
               END-START
               PERFORM UNTIL WS-ORDSERV-STATUS = "10"
                   READ ORDSERV-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ORDSERV-STATUS
                       NOT AT END
                           IF OS-SALA = WRK-SALA
                               MOVE OS-NUMERO TO WRK-ULTIMO-NUMERO
                           ELSE
                               MOVE "10" TO WS-ORDSERV-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDSERV-FILE
           END-IF
           MOVE "00" TO WS-ORDSERV-STATUS.

      * ----------------------------------------------------------------
      * Atualiza uma ordem nao fechada: situacao (aberta ou em
      * andamento), equipe, prioridade e interdicao. Resposta em
      * branco mantem o valor atual.
      * ----------------------------------------------------------------
       ATUALIZA-ORDEM.

           PERFORM OBTEM-SALA
           PERFORM MOSTRA-ORDENS-SALA

           IF CNT-LINHAS > 0
               DISPLAY "NUMERO DA ORDEM A ATUALIZAR:"
               ACCEPT WRK-NUMERO

               MOVE "00" TO WS-ORDSERV-STATUS
               OPEN I-O ORDSERV-FILE
               IF WS-ORDSERV-STATUS NOT = "00"
                   DISPLAY "ARQUIVO ORDSERV INDISPONIVEL."
                   CLOSE ORDSERV-FILE
               ELSE
                   MOVE WRK-SALA   TO OS-SALA
                   MOVE WRK-NUMERO TO OS-NUMERO
                   READ ORDSERV-FILE
                       INVALID KEY
                           DISPLAY "ORDEM NAO ENCONTRADA."
                       NOT INVALID KEY
                           PERFORM REGRAVA-ATUALIZACAO
                   END-READ
                   CLOSE ORDSERV-FILE
               END-IF
               MOVE "00" TO WS-ORDSERV-STATUS
           END-IF.

      * ----------------------------------------------------------------
      * Pede as alteracoes da ordem lida e a regrava.
      * ----------------------------------------------------------------
       REGRAVA-ATUALIZACAO.

           IF OS-SITUACAO = 'F'
               DISPLAY "ORDEM JA FECHADA EM " OS-DATA-FECHAMENTO
                   " POR " OS-OPER-FECHAMENTO "."
           ELSE
               MOVE 'S' TO WRK-DADOS-OK

               DISPLAY "SITUACAO (A=ABERTA E=EM ANDAMENTO, BRANCO = "
                   "MANTER " OS-SITUACAO "):"
               MOVE SPACE TO WRK-SITUACAO
               ACCEPT WRK-SITUACAO
               INSPECT WRK-SITUACAO CONVERTING "ae" TO "AE"
               IF WRK-SITUACAO = SPACE
                   MOVE OS-SITUACAO TO WRK-SITUACAO
               END-IF
               IF WRK-SITUACAO NOT = 'A' AND WRK-SITUACAO NOT = 'E'
                   DISPLAY "SITUACAO INVALIDA (PARA FECHAR, USE A "
                       "OPCAO F)."
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF

               IF WRK-DADOS-OK = 'S'
                   DISPLAY "EQUIPE (BRANCO = MANTER " OS-EQUIPE "):"
                   MOVE SPACES TO WRK-EQUIPE
                   ACCEPT WRK-EQUIPE
                   IF WRK-EQUIPE = SPACES
                       MOVE OS-EQUIPE TO WRK-EQUIPE
                   END-IF
                   DISPLAY "PRIORIDADE (A/M/B, BRANCO = MANTER "
                       OS-PRIORIDADE "):"
                   MOVE SPACE TO WRK-PRIORIDADE
                   ACCEPT WRK-PRIORIDADE
                   INSPECT WRK-PRIORIDADE CONVERTING "amb" TO "AMB"
                   IF WRK-PRIORIDADE = SPACE
                       MOVE OS-PRIORIDADE TO WRK-PRIORIDADE
                   END-IF
                   IF WRK-PRIORIDADE NOT = 'A' AND
                      WRK-PRIORIDADE NOT = 'M' AND
                      WRK-PRIORIDADE NOT = 'B'
                       DISPLAY "PRIORIDADE INVALIDA."
                       MOVE 'N' TO WRK-DADOS-OK
                   END-IF
               END-IF

               IF WRK-DADOS-OK = 'S'
                   DISPLAY "SALA INTERDITADA? (S/N, BRANCO = MANTER "
                       OS-INTERDITA "):"
                   MOVE SPACE TO WRK-INTERDITA
                   ACCEPT WRK-INTERDITA
                   INSPECT WRK-INTERDITA CONVERTING "sn" TO "SN"
                   IF WRK-INTERDITA = SPACE
                       MOVE OS-INTERDITA TO WRK-INTERDITA
                   END-IF
                   IF WRK-INTERDITA NOT = 'S'
                       MOVE 'N' TO WRK-INTERDITA
                   END-IF

                   MOVE WRK-SITUACAO   TO OS-SITUACAO
                   MOVE WRK-EQUIPE     TO OS-EQUIPE
                   MOVE WRK-PRIORIDADE TO OS-PRIORIDADE
                   MOVE WRK-INTERDITA  TO OS-INTERDITA
                   ACCEPT OS-DATA-ATUALIZ FROM DATE YYYYMMDD
                   MOVE WRK-OPERADOR   TO OS-OPER-ATUALIZ
                   REWRITE ORDSERV-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR A ORDEM."
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-DESCRICAO-LOG
                           STRING "OS " OS-SALA " " OS-NUMERO
                               " ATUALIZ " OS-SITUACAO
                               OS-PRIORIDADE OS-INTERDITA
                               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                           PERFORM GRAVA-TRANSACAO
                           DISPLAY "ORDEM ATUALIZADA."
                   END-REWRITE
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Fecha uma ordem com a solucao dada; se ela interditava a sala,
      * informa se a sala volta ao uso ou segue interditada por outra
      * ordem.
      * ----------------------------------------------------------------
       FECHA-ORDEM.

           PERFORM OBTEM-SALA
           PERFORM MOSTRA-ORDENS-SALA

           IF CNT-LINHAS > 0
               DISPLAY "NUMERO DA ORDEM A FECHAR:"
               ACCEPT WRK-NUMERO

               MOVE 'N' TO WRK-GRAVOU
               MOVE "00" TO WS-ORDSERV-STATUS
               OPEN I-O ORDSERV-FILE
               IF WS-ORDSERV-STATUS NOT = "00"
                   DISPLAY "ARQUIVO ORDSERV INDISPONIVEL."
                   CLOSE ORDSERV-FILE
               ELSE
                   MOVE WRK-SALA   TO OS-SALA
                   MOVE WRK-NUMERO TO OS-NUMERO
                   READ ORDSERV-FILE
                       INVALID KEY
                           DISPLAY "ORDEM NAO ENCONTRADA."
                       NOT INVALID KEY
                           PERFORM REGRAVA-FECHAMENTO
                   END-READ
                   CLOSE ORDSERV-FILE
               END-IF
               MOVE "00" TO WS-ORDSERV-STATUS

               IF WRK-GRAVOU = 'S' AND WRK-INTERDITA = 'S'
                   CALL "PROG107V" USING WRK-SALA WRK-INTERDITADA
                   END-CALL
                   IF WRK-INTERDITADA = 'S'
                       DISPLAY "SALA " WRK-SALA " SEGUE INTERDITADA "
                           "POR OUTRA ORDEM."
                   ELSE
                       DISPLAY "SALA " WRK-SALA " LIBERADA PARA USO."
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Grava o fechamento na ordem lida, se ainda nao fechada.
      * ----------------------------------------------------------------
       REGRAVA-FECHAMENTO.

           IF OS-SITUACAO = 'F'
               DISPLAY "ORDEM JA FECHADA EM " OS-DATA-FECHAMENTO
                   " POR " OS-OPER-FECHAMENTO "."
           ELSE
               DISPLAY "SOLUCAO DADA:"
               MOVE SPACES TO WRK-SOLUCAO
               ACCEPT WRK-SOLUCAO
               MOVE OS-INTERDITA TO WRK-INTERDITA
               MOVE 'F' TO OS-SITUACAO
               MOVE WRK-SOLUCAO TO OS-SOLUCAO
               ACCEPT OS-DATA-FECHAMENTO FROM DATE YYYYMMDD
               MOVE WRK-OPERADOR TO OS-OPER-FECHAMENTO
               REWRITE ORDSERV-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A ORDEM."
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-GRAVOU
                       MOVE SPACES TO WRK-DESCRICAO-LOG
                       STRING "OS " OS-SALA " " OS-NUMERO " FECHADA"
                           DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                       PERFORM GRAVA-TRANSACAO
                       DISPLAY "ORDEM FECHADA."
               END-REWRITE
           END-IF.

      * ----------------------------------------------------------------
      * Consulta todas as ordens (abertas e fechadas) de uma sala.
      * ----------------------------------------------------------------
       CONSULTA-SALA.

           PERFORM OBTEM-SALA
           PERFORM MOSTRA-ORDENS-SALA.

      * ----------------------------------------------------------------
      * Mostra as ordens da sala corrente, contando-as em CNT-LINHAS.
      * ----------------------------------------------------------------
       MOSTRA-ORDENS-SALA.

           MOVE ZEROS TO CNT-LINHAS
           MOVE "00" TO WS-ORDSERV-STATUS

           OPEN INPUT ORDSERV-FILE
           IF WS-ORDSERV-STATUS NOT = "00"
               DISPLAY "ARQUIVO ORDSERV AINDA NAO EXISTE."
           ELSE
               DISPLAY "ORDENS DA SALA " WRK-SALA
               MOVE WRK-SALA TO OS-SALA
               MOVE ZEROS TO OS-NUMERO
               START ORDSERV-FILE KEY NOT LESS THAN OS-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-ORDSERV-STATUS
               END-START
               PERFORM UNTIL WS-ORDSERV-STATUS = "10"
                   READ ORDSERV-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ORDSERV-STATUS
                       NOT AT END
                           IF OS-SALA = WRK-SALA
                               ADD 1 TO CNT-LINHAS
                               PERFORM MOSTRA-UMA-ORDEM
                           ELSE
                               MOVE "10" TO WS-ORDSERV-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDSERV-FILE
               DISPLAY "TOTAL DE ORDENS: " CNT-LINHAS
           END-IF
           MOVE "00" TO WS-ORDSERV-STATUS.

      * ----------------------------------------------------------------
      * Lista as ordens nao fechadas de todas as salas.
      * ----------------------------------------------------------------
       LISTA-NAO-FECHADAS.

           MOVE ZEROS TO CNT-LINHAS
           MOVE "00" TO WS-ORDSERV-STATUS

           OPEN INPUT ORDSERV-FILE
           IF WS-ORDSERV-STATUS NOT = "00"
               DISPLAY "ARQUIVO ORDSERV AINDA NAO EXISTE."
           ELSE
               DISPLAY "SALA / NUM / ABERTURA / TIPO / PRIOR / "
                   "SITUACAO / INTERDITA / EQUIPE:"
               PERFORM UNTIL WS-ORDSERV-STATUS = "10"
                   READ ORDSERV-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ORDSERV-STATUS
                       NOT AT END
                           IF OS-SITUACAO NOT = 'F'
                               ADD 1 TO CNT-LINHAS
                               MOVE OS-TIPO TO WRK-TIPO
                               PERFORM DESCREVE-TIPO
                               MOVE OS-PRIORIDADE TO WRK-PRIORIDADE
                               PERFORM DESCREVE-PRIORIDADE
                               MOVE OS-SITUACAO TO WRK-SITUACAO
                               PERFORM DESCREVE-SITUACAO
                               DISPLAY "  " OS-SALA " " OS-NUMERO " "
                                   OS-DATA-ABERTURA " " WRK-TIPO-DESC
                                   " " WRK-PRIORIDADE-DESC " "
                                   WRK-SITUACAO-DESC " "
                                   OS-INTERDITA " " OS-EQUIPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDSERV-FILE
               DISPLAY "TOTAL DE ORDENS NAO FECHADAS: " CNT-LINHAS
           END-IF
           MOVE "00" TO WS-ORDSERV-STATUS.

      * ----------------------------------------------------------------
      * Mostra a ordem corrente por inteiro.
      * ----------------------------------------------------------------
       MOSTRA-UMA-ORDEM.

           MOVE OS-TIPO TO WRK-TIPO
           PERFORM DESCREVE-TIPO
           MOVE OS-PRIORIDADE TO WRK-PRIORIDADE
           PERFORM DESCREVE-PRIORIDADE
           MOVE OS-SITUACAO TO WRK-SITUACAO
           PERFORM DESCREVE-SITUACAO
           DISPLAY "  " OS-NUMERO " " OS-DATA-ABERTURA " "
               WRK-TIPO-DESC " " WRK-PRIORIDADE-DESC " "
               WRK-SITUACAO-DESC
           DISPLAY "      " OS-PROBLEMA
           IF OS-INTERDITA = 'S'
               DISPLAY "      SALA INTERDITADA PELA ORDEM"
           END-IF
           IF OS-EQUIPE NOT = SPACES
               DISPLAY "      EQUIPE " OS-EQUIPE
           END-IF
           IF OS-SITUACAO = 'F'
               DISPLAY "      FECHADA EM " OS-DATA-FECHAMENTO " POR "
                   OS-OPER-FECHAMENTO ": " OS-SOLUCAO
           END-IF.

      * ----------------------------------------------------------------
      * Gera as ordens preventivas de limpeza e inspecao de todas as
      * salas do COMODOS na data-base informada.
      * ----------------------------------------------------------------
       GERA-PREVENTIVAS.

           DISPLAY "DATA-BASE (AAAAMMDD, EM BRANCO = HOJE):"
           MOVE SPACES TO WRK-DATA-BASE
           ACCEPT WRK-DATA-BASE
           IF WRK-DATA-BASE = SPACES
               ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
           END-IF
           IF WRK-DATA-BASE IS NOT NUMERIC
               DISPLAY "DATA-BASE INVALIDA. NENHUMA ORDEM GERADA."
           ELSE
               MOVE WRK-DATA-BASE TO WRK-DATA-BASE-NUM
               MOVE ZEROS TO CNT-SALAS
               MOVE ZEROS TO CNT-GERADAS

               MOVE "00" TO WS-ORDSERV-STATUS
               OPEN I-O ORDSERV-FILE
               IF WS-ORDSERV-STATUS NOT = "00"
                   CLOSE ORDSERV-FILE
                   OPEN OUTPUT ORDSERV-FILE
                   CLOSE ORDSERV-FILE
                   OPEN I-O ORDSERV-FILE
               END-IF

               MOVE "00" TO WS-COMODOS-STATUS
               OPEN INPUT COMODOS-FILE
               IF WS-COMODOS-STATUS NOT = "00"
                   DISPLAY "ARQUIVO COMODOS NAO ENCONTRADO."
               ELSE
                   DISPLAY "ORDENS PREVENTIVAS GERADAS:"
                   PERFORM UNTIL WS-COMODOS-STATUS = "10"
                       READ COMODOS-FILE
                           AT END
                               MOVE "10" TO WS-COMODOS-STATUS
                           NOT AT END
                               ADD 1 TO CNT-SALAS
                               PERFORM PROGRAMA-UMA-SALA
                       END-READ
                   END-PERFORM
                   CLOSE COMODOS-FILE
               END-IF
               MOVE "00" TO WS-COMODOS-STATUS

               CLOSE ORDSERV-FILE
               MOVE "00" TO WS-ORDSERV-STATUS

               DISPLAY "SALAS VERIFICADAS: " CNT-SALAS
                   "  ORDENS GERADAS: " CNT-GERADAS
               MOVE SPACES TO WRK-SALA
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING "PREVENTIVA " WRK-DATA-BASE " GERADAS "
                   CNT-GERADAS
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM GRAVA-TRANSACAO
           END-IF.

      * ----------------------------------------------------------------
      * Acha a faixa de area da sala lida e confere a limpeza e a
      * inspecao dela.
      * ----------------------------------------------------------------
       PROGRAMA-UMA-SALA.

           MOVE COMODO-NOME TO WRK-SALA
           COMPUTE WRK-AREA = COMODO-LARGURA * COMODO-ALTURA
           MOVE 1 TO IND-FAIXA
           PERFORM UNTIL IND-FAIXA >= 3
                   OR WRK-AREA <= FP-AREA-ATE (IND-FAIXA)
               ADD 1 TO IND-FAIXA
           END-PERFORM

           MOVE 'L' TO WRK-TIPO
           MOVE FP-DIAS-LIMPEZA (IND-FAIXA) TO WRK-INTERVALO
           PERFORM PROGRAMA-UM-TIPO

           MOVE 'I' TO WRK-TIPO
           MOVE FP-DIAS-INSPECAO (IND-FAIXA) TO WRK-INTERVALO
           PERFORM PROGRAMA-UM-TIPO.

      * ----------------------------------------------------------------
      * Percorre as ordens da sala e gera a preventiva do tipo
      * WRK-TIPO quando nao ha outra dele em aberto e a ultima foi
      * aberta ha WRK-INTERVALO dias ou mais (ou nunca houve).
      * ----------------------------------------------------------------
       PROGRAMA-UM-TIPO.

           MOVE ZEROS TO WRK-ULTIMO-NUMERO
           MOVE SPACES TO WRK-ULTIMA-DATA
           MOVE 'N' TO WRK-PENDENTE

           MOVE WRK-SALA TO OS-SALA
           MOVE ZEROS TO OS-NUMERO
           START ORDSERV-FILE KEY NOT LESS THAN OS-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-ORDSERV-STATUS
           END-START
           PERFORM UNTIL WS-ORDSERV-STATUS = "10"
               READ ORDSERV-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ORDSERV-STATUS
                   NOT AT END
                       IF OS-SALA NOT = WRK-SALA
                           MOVE "10" TO WS-ORDSERV-STATUS
                       ELSE
                           MOVE OS-NUMERO TO WRK-ULTIMO-NUMERO
                           IF OS-TIPO = WRK-TIPO
                               IF OS-SITUACAO NOT = 'F'
                                   MOVE 'S' TO WRK-PENDENTE
                               END-IF
                               IF OS-DATA-ABERTURA > WRK-ULTIMA-DATA
                                   MOVE OS-DATA-ABERTURA TO
                                       WRK-ULTIMA-DATA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ORDSERV-STATUS

           IF WRK-PENDENTE = 'N'
               IF WRK-ULTIMA-DATA = SPACES OR
                  WRK-ULTIMA-DATA IS NOT NUMERIC
                   MOVE WRK-INTERVALO TO WRK-DIAS-DECORRIDOS
               ELSE
                   MOVE WRK-ULTIMA-DATA TO WRK-ULTIMA-DATA-NUM
                   COMPUTE WRK-DIAS-DECORRIDOS =
                       FUNCTION INTEGER-OF-DATE (WRK-DATA-BASE-NUM) -
                       FUNCTION INTEGER-OF-DATE (WRK-ULTIMA-DATA-NUM)
               END-IF
               IF WRK-DIAS-DECORRIDOS >= WRK-INTERVALO
                   MOVE SPACES TO WRK-PROBLEMA
                   IF WRK-TIPO = 'L'
                       STRING "LIMPEZA PROGRAMADA (A CADA "
                           WRK-INTERVALO " DIAS)"
                           DELIMITED BY SIZE INTO WRK-PROBLEMA
                   ELSE
                       STRING "INSPECAO PROGRAMADA (A CADA "
                           WRK-INTERVALO " DIAS)"
                           DELIMITED BY SIZE INTO WRK-PROBLEMA
                   END-IF
                   MOVE 'B' TO WRK-PRIORIDADE
                   MOVE 'N' TO WRK-INTERDITA
                   MOVE SPACES TO WRK-EQUIPE
                   MOVE 'A' TO WRK-SITUACAO
                   PERFORM GRAVA-ORDEM
                   IF WRK-GRAVOU = 'S'
                       ADD 1 TO CNT-GERADAS
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Traduz o tipo da ordem (WRK-TIPO) para exibicao.
      * ----------------------------------------------------------------
       DESCREVE-TIPO.

           EVALUATE WRK-TIPO
               WHEN 'L'
                   MOVE "LIMPEZA" TO WRK-TIPO-DESC
               WHEN 'I'
                   MOVE "INSPECAO" TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE "CORRETIVA" TO WRK-TIPO-DESC
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Traduz a prioridade da ordem (WRK-PRIORIDADE) para exibicao.
      * ----------------------------------------------------------------
       DESCREVE-PRIORIDADE.

           EVALUATE WRK-PRIORIDADE
               WHEN 'A'
                   MOVE "ALTA" TO WRK-PRIORIDADE-DESC
               WHEN 'M'
                   MOVE "MEDIA" TO WRK-PRIORIDADE-DESC
               WHEN OTHER
                   MOVE "BAIXA" TO WRK-PRIORIDADE-DESC
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Traduz a situacao da ordem (WRK-SITUACAO) para exibicao.
      * ----------------------------------------------------------------
       DESCREVE-SITUACAO.

           EVALUATE WRK-SITUACAO
               WHEN 'E'
                   MOVE "EM ANDAMENTO" TO WRK-SITUACAO-DESC
               WHEN 'F'
                   MOVE "FECHADA" TO WRK-SITUACAO-DESC
               WHEN OTHER
                   MOVE "ABERTA" TO WRK-SITUACAO-DESC
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a abertura, a atualizacao, o fechamento ou a
      * geracao preventiva.
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
           MOVE 'PROG107'         TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE ZEROS             TO TR-MATRICULA

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG107.
