      *          e gravado.
      * Modification History:
      *   22/08 - RLS - Programa original.
      *   15/10 - RLS - A atividade do aluno passa a vir do indice
      *                 ATIVIDX (PROG95): o historico recente inteiro,
      *                 da transacao mais nova para a mais antiga, com
      *                 o arquivo onde cada linha esta (TRANSLOG vivo
      *                 ou arquivamento mensal), sem varrer o TRANSLOG.
      *                 Sem o indice, vale a ultima linha do TRANSLOG
      *                 como antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      *   15/10 - RLS - Aviso de ocorrencias disciplinares ativas
      *                 (OCORRENC, PROG101): so a quantidade, para o
      *                 balcao encaminhar o aluno a coordenacao - o
      *                 detalhe fica restrito ao PROG101.
      *   15/10 - RLS - Correspondencia enviada ao aluno (CORRESP,
      *                 PROG110): data, evento, meio, destinatario e
      *                 referencia de cada carta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG28.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT ATIVIDX-FILE ASSIGN TO "ATIVIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CHAVE
               FILE STATUS IS WS-ATIVIDX-STATUS.

           SELECT ATIVCTL-FILE ASSIGN TO "ATIVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATIVCTL-STATUS.

           SELECT OCORRENCIAS-FILE ASSIGN TO "OCORRENC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CHAVE OF OCORRENCIA-REC
               FILE STATUS IS WS-OCORRENC-STATUS.

           SELECT CORRESP-FILE ASSIGN TO "CORRESP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE OF CORRESP-REC
               FILE STATUS IS WS-CORRESP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-CAD-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       FD  ATIVIDX-FILE.
       01  ATIVIDX-REC.
           COPY ATIVIREC.

       FD  ATIVCTL-FILE.
       01  ATIVCTL-REC.
           COPY ATIVCREC.

       FD  OCORRENCIAS-FILE.
       01  OCORRENCIA-REC.
           COPY OCORREC.

       FD  CORRESP-FILE.
       01  CORRESP-REC.
           COPY CORRSREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-ALUNOIDX-STATUS   PIC X(02) VALUE "00".
       77 WS-ALUNOS-STATUS     PIC X(02) VALUE "00".
       77 CNT-NOTAS            PIC 9(05) VALUE ZEROS.
       77 WRK-MEDIA-EDIT       PIC Z9.99.
       77 WRK-ACHOU-LOG        PIC X VALUE 'N'.
       77 WS-ATIVIDX-STATUS    PIC X(02) VALUE "00".
       77 WS-ATIVCTL-STATUS    PIC X(02) VALUE "00".
       77 WRK-TEM-INDICE       PIC X VALUE 'N'.
       77 WRK-INDEXADO-ATE     PIC X(08) VALUE SPACES.
       77 CNT-HISTORICO        PIC 9(05) VALUE ZEROS.
       77 QTD-HISTORICO        PIC 9(03) VALUE ZEROS.
       77 IND-HIST             PIC 9(03) VALUE ZEROS.
       77 WRK-QUOCIENTE        PIC 9(05) VALUE ZEROS.
       77 WRK-RESTO            PIC 9(03) VALUE ZEROS.
       77 WRK-POSICAO-EDIT     PIC ZZZZZZ9.
       77 WRK-LOCAL-LINHA      PIC X(40) VALUE SPACES.
       77 WS-OCORRENC-STATUS   PIC X(02) VALUE "00".
       77 CNT-OCORRENCIAS      PIC 9(03) VALUE ZEROS.
       77 WS-CORRESP-STATUS    PIC X(02) VALUE "00".
       77 CNT-CARTAS           PIC 9(03) VALUE ZEROS.
       77 WRK-EVENTO-DESC      PIC X(15) VALUE SPACES.
       77 WRK-MEIO-DESC        PIC X(12) VALUE SPACES.

      * Historico recente do aluno lido do ATIVIDX: as ultimas 20
      * transacoes, guardadas em rodizio enquanto o indice e lido da
      * mais antiga para a mais nova.
       01  TAB-HISTORICO.
           05 TH-ENTRADA OCCURS 20 TIMES.
              10 TH-DATA          PIC X(08).
              10 TH-HORA          PIC X(06).
              10 TH-OPERADOR      PIC X(10).
              10 TH-PROGRAMA      PIC X(08).
              10 TH-DESCRICAO     PIC X(40).
              10 TH-ARQUIVO       PIC X(20).
              10 TH-POSICAO       PIC 9(07).

      * Ultima atividade do aluno encontrada no TRANSLOG.
       01  ULTIMA-ATIVIDADE.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CONSULTA CONSOLIDADA DE ALUNO (SOMENTE LEITURA)".
           DISPLAY "===================================".
           END-PERFORM

           PERFORM MOSTRA-IDENTIFICACAO
           PERFORM MOSTRA-OCORRENCIAS
           PERFORM MOSTRA-CORRESPONDENCIA
           PERFORM MOSTRA-ALUNOS
           PERFORM MOSTRA-NOTASDISC
           PERFORM MOSTRA-HISTORICO-INDICE
           IF WRK-TEM-INDICE NOT = 'S'
               PERFORM MOSTRA-ULTIMA-ATIVIDADE
           END-IF

           DISPLAY "-----------------------------------"
           DISPLAY "CONSULTAR OUTRA MATRICULA? (S/N)"
               DISPLAY "MATRICULA " WRK-MATRICULA " SEM CADASTRO."
           END-IF.

      * ----------------------------------------------------------------
      * Ocorrencias disciplinares ativas da matricula (OCORRENC): so a
      * quantidade, sem o detalhe, para o atendente encaminhar o aluno
      * a coordenacao.
      * ----------------------------------------------------------------
       MOSTRA-OCORRENCIAS.

           MOVE ZEROS TO CNT-OCORRENCIAS

           OPEN INPUT OCORRENCIAS-FILE
           IF WS-OCORRENC-STATUS = "00"
               MOVE WRK-MATRICULA TO OC-MATRICULA
               MOVE ZEROS TO OC-SEQUENCIA
               START OCORRENCIAS-FILE KEY NOT LESS THAN OC-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-OCORRENC-STATUS
               END-START
               PERFORM UNTIL WS-OCORRENC-STATUS = "10"
                   READ OCORRENCIAS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-OCORRENC-STATUS
                       NOT AT END
                           IF OC-MATRICULA = WRK-MATRICULA
                               IF OC-DATA-CANCEL = SPACES
                                   ADD 1 TO CNT-OCORRENCIAS
                               END-IF
                           ELSE
                               MOVE "10" TO WS-OCORRENC-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OCORRENCIAS-FILE
           END-IF
           MOVE "00" TO WS-OCORRENC-STATUS

           IF CNT-OCORRENCIAS > 0
               DISPLAY "*** ALUNO COM " CNT-OCORRENCIAS
                   " OCORRENCIA(S) DISCIPLINAR(ES) - ENCAMINHAR A "
                   "COORDENACAO ***"
           END-IF.

      * ----------------------------------------------------------------
      * Cartas enviadas ao aluno (CORRESP, PROG110), da mais antiga
      * para a mais nova.
      * ----------------------------------------------------------------
       MOSTRA-CORRESPONDENCIA.

           MOVE ZEROS TO CNT-CARTAS

           OPEN INPUT CORRESP-FILE
           IF WS-CORRESP-STATUS = "00"
               MOVE WRK-MATRICULA TO CR-MATRICULA
               MOVE ZEROS TO CR-SEQUENCIA
               START CORRESP-FILE KEY NOT LESS THAN CR-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-CORRESP-STATUS
               END-START
               PERFORM UNTIL WS-CORRESP-STATUS = "10"
                   READ CORRESP-FILE NEXT
                       AT END
                           MOVE "10" TO WS-CORRESP-STATUS
                       NOT AT END
                           IF CR-MATRICULA = WRK-MATRICULA
                               PERFORM MOSTRA-UMA-CARTA
                           ELSE
                               MOVE "10" TO WS-CORRESP-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRESP-FILE
           END-IF
           MOVE "00" TO WS-CORRESP-STATUS

           IF CNT-CARTAS = 0
               DISPLAY "SEM CORRESPONDENCIA ENVIADA (CORRESP)."
           END-IF.

      * ----------------------------------------------------------------
      * Exibe a carta corrente de CORRESP-REC.
      * ----------------------------------------------------------------
       MOSTRA-UMA-CARTA.

           ADD 1 TO CNT-CARTAS
           IF CNT-CARTAS = 1
               DISPLAY "CORRESPONDENCIA ENVIADA (CORRESP):"
           END-IF
           EVALUATE CR-EVENTO
               WHEN 'R'
                   MOVE "AVISO DE RISCO" TO WRK-EVENTO-DESC
               WHEN 'S'
                   MOVE "SEGUNDA CHAMADA" TO WRK-EVENTO-DESC
               WHEN 'V'
                   MOVE "REVISAO DE NOTA" TO WRK-EVENTO-DESC
               WHEN 'P'
                   MOVE "PENDENCIA" TO WRK-EVENTO-DESC
               WHEN 'A'
                   MOVE "AVISO ABANDONO" TO WRK-EVENTO-DESC
               WHEN OTHER
                   MOVE CR-EVENTO TO WRK-EVENTO-DESC
           END-EVALUATE
           EVALUATE CR-MEIO
               WHEN 'C'
                   MOVE "CARTA" TO WRK-MEIO-DESC
               WHEN 'E'
                   MOVE "CARTA+E-MAIL" TO WRK-MEIO-DESC
               WHEN 'B'
                   MOVE "BALCAO" TO WRK-MEIO-DESC
               WHEN OTHER
                   MOVE CR-MEIO TO WRK-MEIO-DESC
           END-EVALUATE
           DISPLAY "  " CR-DATA-ENVIO " " WRK-EVENTO-DESC " "
               WRK-MEIO-DESC " PARA " CR-DESTINATARIO
           DISPLAY "    " CR-REFERENCIA.

      * ----------------------------------------------------------------
      * Registros de ALUNOS da matricula, com media e situacao.
      * ----------------------------------------------------------------
               DISPLAY "SEM DISCIPLINAS EM NOTASDISC."
           END-IF.

      * ----------------------------------------------------------------
      * Historico recente do aluno pelo indice ATIVIDX: posiciona na
      * primeira entrada da matricula, le ate a ultima guardando as 20
      * mais recentes e mostra da mais nova para a mais antiga.
      * ----------------------------------------------------------------
       MOSTRA-HISTORICO-INDICE.

           MOVE 'N' TO WRK-TEM-INDICE
           MOVE ZEROS TO CNT-HISTORICO

           OPEN INPUT ATIVIDX-FILE
           IF WS-ATIVIDX-STATUS = "00"
               MOVE 'S' TO WRK-TEM-INDICE
               MOVE WRK-MATRICULA TO AX-MATRICULA
               MOVE LOW-VALUES TO AX-DATA
               MOVE LOW-VALUES TO AX-HORA
               MOVE ZEROS TO AX-SEQ
               START ATIVIDX-FILE KEY NOT LESS THAN AX-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-ATIVIDX-STATUS
               END-START
               PERFORM UNTIL WS-ATIVIDX-STATUS = "10"
                   READ ATIVIDX-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ATIVIDX-STATUS
                       NOT AT END
                           IF AX-MATRICULA = WRK-MATRICULA
                               PERFORM GUARDA-ENTRADA-HISTORICO
                           ELSE
                               MOVE "10" TO WS-ATIVIDX-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATIVIDX-FILE
           END-IF

           IF WRK-TEM-INDICE = 'S'
               MOVE SPACES TO WRK-INDEXADO-ATE
               OPEN INPUT ATIVCTL-FILE
               IF WS-ATIVCTL-STATUS = "00"
                   READ ATIVCTL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE AK-DATA-CONTROLE TO WRK-INDEXADO-ATE
                   END-READ
                   CLOSE ATIVCTL-FILE
               END-IF
               MOVE "00" TO WS-ATIVCTL-STATUS

               IF CNT-HISTORICO = 0
                   DISPLAY "SEM ATIVIDADE REGISTRADA NO INDICE "
                       "(ATIVIDX)."
               ELSE
                   IF CNT-HISTORICO > 20
                       MOVE 20 TO QTD-HISTORICO
                   ELSE
                       MOVE CNT-HISTORICO TO QTD-HISTORICO
                   END-IF
                   DISPLAY "ATIVIDADE RECENTE (ATIVIDX) - "
                       QTD-HISTORICO " DE " CNT-HISTORICO
                       " TRANSACOES, DA MAIS NOVA PARA A MAIS ANTIGA:"
                   PERFORM MOSTRA-ENTRADA-HISTORICO
                       QTD-HISTORICO TIMES
               END-IF
               DISPLAY "INDICE ATUALIZADO ATE O FECHAMENTO DE "
                   WRK-INDEXADO-ATE "."
           END-IF.

      * ----------------------------------------------------------------
      * Guarda a entrada lida na posicao de rodizio da tabela.
      * ----------------------------------------------------------------
       GUARDA-ENTRADA-HISTORICO.

           DIVIDE CNT-HISTORICO BY 20 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO
           ADD 1 TO CNT-HISTORICO
           COMPUTE IND-HIST = WRK-RESTO + 1
           MOVE AX-DATA      TO TH-DATA (IND-HIST)
           MOVE AX-HORA      TO TH-HORA (IND-HIST)
           MOVE AX-OPERADOR  TO TH-OPERADOR (IND-HIST)
           MOVE AX-PROGRAMA  TO TH-PROGRAMA (IND-HIST)
           MOVE AX-DESCRICAO TO TH-DESCRICAO (IND-HIST)
           MOVE AX-ARQUIVO   TO TH-ARQUIVO (IND-HIST)
           MOVE AX-POSICAO   TO TH-POSICAO (IND-HIST).

      * ----------------------------------------------------------------
      * Mostra a entrada mais nova ainda nao mostrada: a ultima
      * guardada no rodizio, recuando uma posicao a cada chamada.
      * ----------------------------------------------------------------
       MOSTRA-ENTRADA-HISTORICO.

           SUBTRACT 1 FROM CNT-HISTORICO
           DIVIDE CNT-HISTORICO BY 20 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO
           COMPUTE IND-HIST = WRK-RESTO + 1
           MOVE TH-POSICAO (IND-HIST) TO WRK-POSICAO-EDIT
           MOVE SPACES TO WRK-LOCAL-LINHA
           STRING "(" DELIMITED BY SIZE
               TH-ARQUIVO (IND-HIST) DELIMITED BY SPACE
               " LINHA " WRK-POSICAO-EDIT ")" DELIMITED BY SIZE
               INTO WRK-LOCAL-LINHA
           DISPLAY "  " TH-DATA (IND-HIST) " " TH-HORA (IND-HIST)
               " " TH-PROGRAMA (IND-HIST)
               " OPERADOR " TH-OPERADOR (IND-HIST)
               " " WRK-LOCAL-LINHA
           DISPLAY "    " TH-DESCRICAO (IND-HIST).

      * ----------------------------------------------------------------
      * Ultima atividade do aluno no TRANSLOG (a ultima linha do
      * arquivo com a matricula consultada), quando o indice ATIVIDX
      * ainda nao existe.
      * ----------------------------------------------------------------
       MOSTRA-ULTIMA-ATIVIDADE.

