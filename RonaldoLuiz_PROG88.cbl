      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Conversao das matriculas do esquema antigo (soma dos
      *          digitos prima) para o esquema novo (digito verificador
      *          modulo 11, PROG10E). Percorre o cadastro mestre
      *          ALUNCAD e, para cada aluno cuja matricula nao e do
      *          esquema novo e que ainda nao consta da tabela de
      *          conversao MATRCONV, propoe a proxima matricula livre
      *          do esquema novo (a partir do contador MATRCTL do
      *          PROG33, fora do ALUNOIDX, do ALUNCAD e da propria
      *          tabela) e acrescenta o par na MATRCONV como pendente,
      *          para o PROG13 aplicar. O contador MATRCTL e avancado
      *          para o PROG33 nao emitir os numeros propostos. Por fim
      *          grava, se informada, a data de retirada do esquema
      *          antigo no controle MATRREGRA: a partir dela o PROG10E
      *          deixa de aceitar matriculas do esquema antigo. Exige
      *          sign-on (PROG15V) com perfil de correcao (C) ou
      *          fechamento (F).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG88) no
      *                 lugar do teste da letra de perfil C/F; sem a
      *                 tabela, o perfil padrao da letra da o mesmo
      *                 acesso de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG88.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT ALUNO-IDX-FILE ASSIGN TO "ALUNOIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALUNOIDX-STATUS.

           SELECT CONVERSAO-FILE ASSIGN TO "MATRCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERSAO-STATUS.

           SELECT CONTADOR-FILE ASSIGN TO "MATRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-STATUS.

           SELECT REGRA-FILE ASSIGN TO "MATRREGRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRA-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  ALUNO-IDX-FILE.
       01  ALUNO-IDX-REC.
           COPY ALUNOIDXREC.

       FD  CONVERSAO-FILE.
       01  CONVERSAO-REC.
           COPY MATRCONVREC.

       FD  CONTADOR-FILE.
       01  CONTADOR-REC.
           05 MC-ULTIMA-EMITIDA   PIC 9(06).

       FD  REGRA-FILE.
       01  REGRA-REC.
           05 RG-DATA-RETIRADA    PIC 9(08).

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-ALUNOIDX-STATUS   PIC X(02) VALUE "00".
       77 WS-CONVERSAO-STATUS  PIC X(02) VALUE "00".
       77 WS-CONTADOR-STATUS   PIC X(02) VALUE "00".
       77 WS-REGRA-STATUS      PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA         PIC X(01) VALUE 'N'.
       77 WRK-ULTIMA           PIC 9(06) VALUE ZEROS.
       77 WRK-CANDIDATA        PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-DIGITO-VALIDO    PIC X VALUE 'N'.
       77 WRK-ESQUEMA          PIC X VALUE SPACE.
       77 WRK-JA-EXISTE        PIC X VALUE 'N'.
       77 WRK-NA-TABELA        PIC X VALUE 'N'.
       77 WRK-ESTOUROU         PIC X VALUE 'N'.
       77 WRK-DATA-RETIRADA    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77 QTD-CONVERSAO        PIC 9(04) VALUE ZEROS.
       77 QTD-ALUNOS           PIC 9(04) VALUE ZEROS.
       77 IND-CONV             PIC 9(04) VALUE ZEROS.
       77 IND-ALUNO            PIC 9(04) VALUE ZEROS.
       77 CNT-LIDOS            PIC 9(05) VALUE ZEROS.
       77 CNT-JA-NOVAS         PIC 9(05) VALUE ZEROS.
       77 CNT-JA-NA-TABELA     PIC 9(05) VALUE ZEROS.
       77 CNT-PROPOSTAS        PIC 9(05) VALUE ZEROS.

      * Pares ja existentes na MATRCONV (antiga e nova), para nao
      * propor de novo nem reutilizar um numero ja proposto.
       01  TABELA-CONVERSAO.
           05 TC-ENTRADA OCCURS 5000 TIMES.
              10 TC-MAT-ANTIGA    PIC 9(06).
              10 TC-MAT-NOVA      PIC 9(06).

      * Alunos do ALUNCAD ainda fora da MATRCONV, lidos antes de
      * consultar a regra (o PROG10E abre o proprio ALUNCAD).
       01  TABELA-ALUNOS.
           05 TA-ENTRADA OCCURS 5000 TIMES.
              10 TA-MATRICULA     PIC 9(06).
              10 TA-NOME          PIC X(30).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CONVERSAO DE MATRICULAS PARA O ESQUEMA NOVO".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG88" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG88. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD

           PERFORM LE-CONTADOR
           PERFORM CARREGA-CONVERSAO
           IF WRK-ESTOUROU = 'S'
               GOBACK
           END-IF

           PERFORM CARREGA-ALUNOS
           IF WRK-ESTOUROU = 'S'
               GOBACK
           END-IF

           DISPLAY "ALUNOS NO ALUNCAD.............: " CNT-LIDOS
           DISPLAY "JA CONSTAVAM DA MATRCONV......: " CNT-JA-NA-TABELA
           DISPLAY "GERAR PROPOSTAS PARA OS DEMAIS? (S/N)"
           ACCEPT WRK-CONFIRMA

           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               PERFORM PROPOE-CONVERSOES
               DISPLAY "MATRICULAS JA NO ESQUEMA NOVO.: " CNT-JA-NOVAS
               DISPLAY "PROPOSTAS GRAVADAS NA MATRCONV: " CNT-PROPOSTAS
               IF CNT-PROPOSTAS > 0
                   PERFORM GRAVA-CONTADOR
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING "CONVERSAO MATRICULA: " CNT-PROPOSTAS
                       " PROPOSTAS" DELIMITED BY SIZE
                       INTO WRK-DESCRICAO-LOG
                   MOVE ZEROS TO WRK-MATRICULA
                   PERFORM GRAVA-TRANSACAO
                   DISPLAY "APLIQUE A MATRCONV PELO PROG13 (OPCAO "
                       "DE CONVERSAO)."
               END-IF
           ELSE
               DISPLAY "NENHUMA PROPOSTA GERADA."
           END-IF

           PERFORM DEFINE-RETIRADA

           GOBACK.

      * ----------------------------------------------------------------
      * Le a ultima matricula emitida do contador MATRCTL.
      * ----------------------------------------------------------------
       LE-CONTADOR.

           MOVE ZEROS TO WRK-ULTIMA

           OPEN INPUT CONTADOR-FILE
           IF WS-CONTADOR-STATUS = "00"
               READ CONTADOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MC-ULTIMA-EMITIDA TO WRK-ULTIMA
               END-READ
               CLOSE CONTADOR-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Carrega os pares ja gravados na MATRCONV.
      * ----------------------------------------------------------------
       CARREGA-CONVERSAO.

           MOVE ZEROS TO QTD-CONVERSAO
           MOVE 'N' TO WRK-ESTOUROU

           OPEN INPUT CONVERSAO-FILE
           IF WS-CONVERSAO-STATUS = "00"
               PERFORM UNTIL WS-CONVERSAO-STATUS = "10"
                   READ CONVERSAO-FILE
                       AT END
                           MOVE "10" TO WS-CONVERSAO-STATUS
                       NOT AT END
                           IF QTD-CONVERSAO >= 5000
                               MOVE 'S' TO WRK-ESTOUROU
                               MOVE "10" TO WS-CONVERSAO-STATUS
                           ELSE
                               ADD 1 TO QTD-CONVERSAO
                               MOVE CX-MAT-ANTIGA TO
                                   TC-MAT-ANTIGA (QTD-CONVERSAO)
                               MOVE CX-MAT-NOVA TO
                                   TC-MAT-NOVA (QTD-CONVERSAO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONVERSAO-FILE
           END-IF

           IF WRK-ESTOUROU = 'S'
               DISPLAY "MATRCONV COM MAIS DE 5000 PARES. AUMENTE A "
                   "TABELA-CONVERSAO. PROGRAMA ENCERRADO."
           END-IF.

      * ----------------------------------------------------------------
      * Le o ALUNCAD e guarda os alunos que ainda nao constam da
      * MATRCONV como matricula antiga.
      * ----------------------------------------------------------------
       CARREGA-ALUNOS.

           MOVE ZEROS TO QTD-ALUNOS
           MOVE ZEROS TO CNT-LIDOS
           MOVE ZEROS TO CNT-JA-NA-TABELA

           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS NOT = "00"
               DISPLAY "ALUNCAD INDISPONIVEL. NADA A CONVERTER."
           ELSE
               PERFORM UNTIL WS-ALUNCAD-STATUS = "10"
                   READ ALUNO-CAD-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ALUNCAD-STATUS
                       NOT AT END
                           ADD 1 TO CNT-LIDOS
                           PERFORM GUARDA-UM-ALUNO
                   END-READ
               END-PERFORM
               CLOSE ALUNO-CAD-FILE
           END-IF

           IF WRK-ESTOUROU = 'S'
               DISPLAY "ALUNCAD COM MAIS DE 5000 ALUNOS A CONVERTER. "
                   "AUMENTE A TABELA-ALUNOS. PROGRAMA ENCERRADO."
           END-IF.

      * ----------------------------------------------------------------
      * Guarda o aluno lido se ele ainda nao consta da MATRCONV.
      * ----------------------------------------------------------------
       GUARDA-UM-ALUNO.

           MOVE 'N' TO WRK-NA-TABELA
           PERFORM VARYING IND-CONV FROM 1 BY 1
                   UNTIL IND-CONV > QTD-CONVERSAO
               IF TC-MAT-ANTIGA (IND-CONV) = AC-MATRICULA
                   MOVE 'S' TO WRK-NA-TABELA
               END-IF
           END-PERFORM

           IF WRK-NA-TABELA = 'S'
               ADD 1 TO CNT-JA-NA-TABELA
           ELSE
               IF QTD-ALUNOS >= 5000
                   MOVE 'S' TO WRK-ESTOUROU
                   MOVE "10" TO WS-ALUNCAD-STATUS
               ELSE
                   ADD 1 TO QTD-ALUNOS
                   MOVE AC-MATRICULA TO TA-MATRICULA (QTD-ALUNOS)
                   MOVE AC-NOME TO TA-NOME (QTD-ALUNOS)
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Propoe a matricula nova de cada aluno guardado que nao e do
      * esquema novo e grava o par na MATRCONV.
      * ----------------------------------------------------------------
       PROPOE-CONVERSOES.

           MOVE ZEROS TO CNT-JA-NOVAS
           MOVE ZEROS TO CNT-PROPOSTAS

           OPEN EXTEND CONVERSAO-FILE
           IF WS-CONVERSAO-STATUS NOT = "00"
               CLOSE CONVERSAO-FILE
               OPEN OUTPUT CONVERSAO-FILE
           END-IF

           PERFORM VARYING IND-ALUNO FROM 1 BY 1
                   UNTIL IND-ALUNO > QTD-ALUNOS
               MOVE TA-MATRICULA (IND-ALUNO) TO WRK-MATRICULA
               CALL "PROG10E" USING WRK-MATRICULA WRK-DIGITO-VALIDO
                   WRK-ESQUEMA
               END-CALL
               IF WRK-ESQUEMA = 'N'
                   ADD 1 TO CNT-JA-NOVAS
               ELSE
                   PERFORM PROPOE-UMA-CONVERSAO
               END-IF
           END-PERFORM

           CLOSE CONVERSAO-FILE.

      * ----------------------------------------------------------------
      * Avanca o contador ate a proxima matricula livre do esquema
      * novo e grava o par pendente.
      * ----------------------------------------------------------------
       PROPOE-UMA-CONVERSAO.

           MOVE WRK-ULTIMA TO WRK-CANDIDATA
           MOVE 'N' TO WRK-DIGITO-VALIDO

           PERFORM UNTIL WRK-DIGITO-VALIDO = 'S'
               ADD 1 TO WRK-CANDIDATA
               CALL "PROG10E" USING WRK-CANDIDATA WRK-DIGITO-VALIDO
                   WRK-ESQUEMA
               END-CALL
               IF WRK-ESQUEMA NOT = 'N'
                   MOVE 'N' TO WRK-DIGITO-VALIDO
               END-IF
               IF WRK-DIGITO-VALIDO = 'S'
                   PERFORM VERIFICA-CANDIDATA
                   IF WRK-JA-EXISTE = 'S'
                       MOVE 'N' TO WRK-DIGITO-VALIDO
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES                  TO CONVERSAO-REC
           MOVE WRK-MATRICULA           TO CX-MAT-ANTIGA
           MOVE WRK-CANDIDATA           TO CX-MAT-NOVA
           MOVE TA-NOME (IND-ALUNO)     TO CX-NOME
           MOVE DATA-HOJE               TO CX-DATA-PROPOSTA
           MOVE 'P'                     TO CX-SITUACAO
           WRITE CONVERSAO-REC

           DISPLAY "  " WRK-MATRICULA " -> " WRK-CANDIDATA "  "
               TA-NOME (IND-ALUNO)

           MOVE WRK-CANDIDATA TO WRK-ULTIMA
           ADD 1 TO CNT-PROPOSTAS.

      * ----------------------------------------------------------------
      * Confirma que a candidata nao existe no ALUNCAD, no ALUNOIDX
      * nem como matricula nova ja proposta na MATRCONV.
      * ----------------------------------------------------------------
       VERIFICA-CANDIDATA.

           MOVE 'N' TO WRK-JA-EXISTE

           PERFORM VARYING IND-CONV FROM 1 BY 1
                   UNTIL IND-CONV > QTD-CONVERSAO
               IF TC-MAT-NOVA (IND-CONV) = WRK-CANDIDATA
                   MOVE 'S' TO WRK-JA-EXISTE
               END-IF
           END-PERFORM

           IF WRK-JA-EXISTE = 'N'
               OPEN INPUT ALUNO-CAD-FILE
               IF WS-ALUNCAD-STATUS = "00"
                   MOVE WRK-CANDIDATA TO AC-MATRICULA
                   READ ALUNO-CAD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-JA-EXISTE
                   END-READ
                   CLOSE ALUNO-CAD-FILE
               END-IF
           END-IF

           IF WRK-JA-EXISTE = 'N'
               OPEN INPUT ALUNO-IDX-FILE
               IF WS-ALUNOIDX-STATUS = "00"
                   PERFORM UNTIL WS-ALUNOIDX-STATUS = "10"
                       READ ALUNO-IDX-FILE
                           AT END
                               MOVE "10" TO WS-ALUNOIDX-STATUS
                           NOT AT END
                               IF AI-MATRICULA = WRK-CANDIDATA
                                   MOVE 'S' TO WRK-JA-EXISTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ALUNO-IDX-FILE
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Atualiza o contador MATRCTL com a ultima matricula proposta,
      * para o PROG33 continuar dela.
      * ----------------------------------------------------------------
       GRAVA-CONTADOR.

           OPEN OUTPUT CONTADOR-FILE
           MOVE WRK-ULTIMA TO MC-ULTIMA-EMITIDA
           WRITE CONTADOR-REC
           CLOSE CONTADOR-FILE.

      * ----------------------------------------------------------------
      * Mostra a data de retirada do esquema antigo em vigor e grava
      * no MATRREGRA a nova data, se informada (posterior a hoje).
      * ----------------------------------------------------------------
       DEFINE-RETIRADA.

           MOVE ZEROS TO WRK-DATA-ATUAL
           OPEN INPUT REGRA-FILE
           IF WS-REGRA-STATUS = "00"
               READ REGRA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RG-DATA-RETIRADA IS NUMERIC
                           MOVE RG-DATA-RETIRADA TO WRK-DATA-ATUAL
                       END-IF
               END-READ
               CLOSE REGRA-FILE
           END-IF

           IF WRK-DATA-ATUAL = ZEROS
               DISPLAY "ESQUEMA ANTIGO SEM DATA DE RETIRADA "
                   "(TRANSICAO ABERTA)."
           ELSE
               DISPLAY "ESQUEMA ANTIGO RETIRADO A PARTIR DE "
                   WRK-DATA-ATUAL (7:2) "/" WRK-DATA-ATUAL (5:2) "/"
                   WRK-DATA-ATUAL (1:4) "."
           END-IF

           DISPLAY "NOVA DATA DE RETIRADA (AAAAMMDD, ZERO MANTEM):"
           ACCEPT WRK-DATA-RETIRADA

           IF WRK-DATA-RETIRADA NOT = ZEROS
               IF WRK-DATA-RETIRADA NOT > DATA-HOJE
                   DISPLAY "DATA DE RETIRADA DEVE SER POSTERIOR A HOJE."
                       " MATRREGRA NAO ALTERADO."
               ELSE
                   OPEN OUTPUT REGRA-FILE
                   MOVE WRK-DATA-RETIRADA TO RG-DATA-RETIRADA
                   WRITE REGRA-REC
                   CLOSE REGRA-FILE
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING "RETIRADA ESQUEMA ANTIGO EM "
                       WRK-DATA-RETIRADA DELIMITED BY SIZE
                       INTO WRK-DESCRICAO-LOG
                   MOVE ZEROS TO WRK-MATRICULA
                   PERFORM GRAVA-TRANSACAO
                   DISPLAY "MATRREGRA GRAVADO. CONFIRA QUE TODA A "
                       "MATRCONV FOI APLICADA ANTES DESSA DATA."
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a conversao proposta ou a data de retirada.
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
           MOVE 'PROG88'          TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE WRK-MATRICULA     TO TR-MATRICULA

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG88.
