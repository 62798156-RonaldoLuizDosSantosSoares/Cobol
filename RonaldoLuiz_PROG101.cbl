      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Manutencao das ocorrencias disciplinares do aluno
      *          (arquivo indexado OCORRENC, layout OCORREC): cola,
      *          plagio e incidentes de conduta registrados pela
      *          coordenacao, com data do fato, materia e periodo
      *          quando for o caso, descricao, sancao e a autoridade
      *          que decidiu. Inclui (matricula validada pelo PROG10V
      *          e pelo ALUNCAD), cancela (grava data e operador do
      *          cancelamento; o registro fica como historico),
      *          consulta as ocorrencias de uma matricula e lista as
      *          ativas. A sancao N (prova anulada) zera a avaliacao
      *          informada e reapura a disciplina como no lancamento
      *          do PROG08: com lista de pesos no PESOSAVAL, a nota
      *          zerada vai para o AVALIACOES e a media sai da lista;
      *          sem lista, a avaliacao 1, 2 ou 3 e a P1, P2 ou
      *          Atividade de NOTASDISC e a media sai dos pesos do
      *          PROG22V. A situacao segue a frequencia (PROG20V) e as
      *          faixas centrais (PROG21V), NOTASDISC e regravado sob a
      *          trava de entrada (PROG31T) e a imagem antes/depois vai
      *          para o NOTASHIST com o numero da ocorrencia. Periodo
      *          fechado (PROG18V) nao aceita a anulacao - a correcao
      *          passa pelo pedido com aprovacao do PROG93. Inclusao,
      *          cancelamento e anulacao geram transacao no TRANSLOG.
      *          Exige sign-on (PROG15V) e acesso a funcao PROG101
      *          (PROG15A).
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG101.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCORRENCIAS-FILE ASSIGN TO "OCORRENC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CHAVE OF OCORRENCIA-REC
               FILE STATUS IS WS-OCORRENC-STATUS.

           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT NOTASDISC-FILE ASSIGN TO "NOTASDISC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE OF NOTASDISC-REC
               FILE STATUS IS WS-NOTASDISC-STATUS.

           SELECT AVALIACOES-FILE ASSIGN TO "AVALIACOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-CHAVE OF AVALIACOES-REC
               FILE STATUS IS WS-AVALIACOES-STATUS.

           SELECT PESOSAVAL-FILE ASSIGN TO "PESOSAVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PESOSAVAL-STATUS.

           SELECT NOTAS-HIST-FILE ASSIGN TO "NOTASHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTASHIST-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OCORRENCIAS-FILE.
       01  OCORRENCIA-REC.
           COPY OCORREC.

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  NOTASDISC-FILE.
       01  NOTASDISC-REC.
           COPY GRADEREC.

       FD  AVALIACOES-FILE.
       01  AVALIACOES-REC.
           COPY AVALREC.

      * Lista de pesos por avaliacao: materia, numero da avaliacao e
      * peso (os pesos de uma materia devem somar 100).
       FD  PESOSAVAL-FILE.
       01  PESOSAVAL-REC.
           05 PA-MATERIA          PIC X(30).
           05 FILLER              PIC X(01).
           05 PA-NUMERO           PIC 9(02).
           05 FILLER              PIC X(01).
           05 PA-PESO             PIC 9(03).

       FD  NOTAS-HIST-FILE.
       01  NOTAS-HIST-REC.
           COPY NOTAHREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-OCORRENC-STATUS   PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-AVALIACOES-STATUS PIC X(02) VALUE "00".
       77 WS-PESOSAVAL-STATUS  PIC X(02) VALUE "00".
       77 WS-NOTASHIST-STATUS  PIC X(02) VALUE "00".
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
       77 WRK-DATA-FATO        PIC X(08) VALUE SPACES.
       77 WRK-TIPO             PIC X(01) VALUE SPACE.
       77 WRK-TIPO-DESC        PIC X(10) VALUE SPACES.
       77 WRK-DESCRICAO        PIC X(60) VALUE SPACES.
       77 WRK-MATERIA          PIC X(30) VALUE SPACES.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-SANCAO           PIC X(01) VALUE SPACE.
       77 WRK-SANCAO-DESC      PIC X(14) VALUE SPACES.
       77 WRK-AUTORIDADE       PIC X(30) VALUE SPACES.
       77 WRK-AVALIACAO        PIC 9(02) VALUE ZEROS.
       77 WRK-NOTA-ANULADA     PIC 99V99 VALUE ZEROS.
       77 WRK-NOTA-EDIT        PIC Z9.99.
       77 WRK-MEDIA-EDIT       PIC Z9.99.
       77 WRK-DADOS-OK         PIC X(01) VALUE 'N'.
       77 WRK-ANULACAO-OK      PIC X(01) VALUE 'N'.
       77 WRK-GRAVOU           PIC X(01) VALUE 'N'.
       77 WRK-PER-FECHADO      PIC X(01) VALUE 'N'.
       77 WRK-FREQUENCIA-OK    PIC X(01) VALUE 'S'.
       77 WRK-PESO-P1          PIC 9(03) VALUE ZEROS.
       77 WRK-PESO-P2          PIC 9(03) VALUE ZEROS.
       77 WRK-PESO-P3          PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-PESOS      PIC X(01) VALUE 'N'.
       77 WRK-QTD-AVALIACOES   PIC 9(02) VALUE ZERO.
       77 IND-AVAL             PIC 9(02) VALUE ZERO.
       77 IND-ANULADA          PIC 9(02) VALUE ZERO.
       77 WRK-SOMA-PESOS-AVAL  PIC 9(04) VALUE ZEROS.
       77 WRK-MEDIA-AVAL       PIC 9(05)V99 VALUE ZEROS.
       77 WRK-TRAVA-ACAO       PIC X(01) VALUE 'A'.
       77 WRK-TRAVA-OK         PIC X(01) VALUE 'N'.
       77 WRK-TRAVA-DONO       PIC X(10) VALUE SPACES.
       77 WRK-TRAVA-DESDE      PIC X(06) VALUE SPACES.
       77 WRK-TRAVA-ENTER      PIC X(01) VALUE SPACE.
       77 WRK-SEQUENCIA        PIC 9(03) VALUE ZEROS.
       77 WRK-ULTIMA-SEQ       PIC 9(03) VALUE ZEROS.
       77 WRK-SITUACAO-DESC    PIC X(20) VALUE SPACES.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 CNT-LINHAS           PIC 9(05) VALUE ZEROS.

      * Lista de avaliacoes da disciplina da prova anulada (ate 9
      * avaliacoes, carregadas do PESOSAVAL, com as notas do
      * AVALIACOES).
       01 LISTA-AVALIACOES.
           05 LA-ENTRADA OCCURS 9 TIMES.
               10 LA-NUMERO       PIC 9(02).
               10 LA-PESO         PIC 9(03).
               10 LA-NOTA         PIC 99V99.

      * Faixa de aprovacao vigente, carregada do arquivo FAIXAS pelo
      * subprograma PROG21V no sign-on.
       01 FAIXAS-VIGENTES.
           05 FXV-LIMITE-REPROVA  PIC 9(02)V99 VALUE 5.00.
           05 FXV-LIMITE-APROVA   PIC 9(02)V99 VALUE 7.00.
           05 FXV-LIMITE-HONRA    PIC 9(02)V99 VALUE 9.00.
           05 FXV-ROTULO-REPROVA  PIC X(15) VALUE "REPROVADO".
           05 FXV-ROTULO-RECUPERA PIC X(15) VALUE "EM RECUPERACAO".
           05 FXV-ROTULO-APROVA   PIC X(15) VALUE "APROVADO".

      * Nova imagem da disciplina reapurada, regravada em NOTASDISC
      * depois de a anterior ir para o NOTASHIST.
       01 REG-NOVO.
           COPY GRADEREC.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "OCORRENCIAS DISCIPLINARES (OCORRENC)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG101" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG101. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           CALL "PROG21V" USING FXV-LIMITE-REPROVA
               FXV-LIMITE-APROVA FXV-LIMITE-HONRA
               FXV-ROTULO-REPROVA FXV-ROTULO-RECUPERA
               FXV-ROTULO-APROVA
           END-CALL

           PERFORM PROCESSA-UMA-OPCAO
               UNTIL WRK-CONTINUA NOT = 'S' AND WRK-CONTINUA NOT = 's'

           GOBACK.

      * ----------------------------------------------------------------
      * Mostra o menu e executa a opcao escolhida.
      * ----------------------------------------------------------------
       PROCESSA-UMA-OPCAO.

           DISPLAY "-----------------------------------"
           DISPLAY "  I - INCLUIR OCORRENCIA"
           DISPLAY "  X - CANCELAR OCORRENCIA"
           DISPLAY "  C - CONSULTAR OCORRENCIAS DE UMA MATRICULA"
           DISPLAY "  L - LISTAR OCORRENCIAS ATIVAS"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM INCLUI-OCORRENCIA
               WHEN 'X'
               WHEN 'x'
                   PERFORM CANCELA-OCORRENCIA
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
      * Inclui uma ocorrencia para a matricula, na sequencia seguinte
      * a ultima ja registrada para ela. Na prova anulada, a anulacao
      * e conferida antes da gravacao e aplicada logo depois, ja com
      * o numero da ocorrencia.
      * ----------------------------------------------------------------
       INCLUI-OCORRENCIA.

           PERFORM OBTEM-MATRICULA
           IF WRK-ACHOU-CAD NOT = 'S'
               DISPLAY "MATRICULA NAO CADASTRADA NO ALUNCAD."
           ELSE
               DISPLAY "ALUNO: " WRK-NOME-CAD
               PERFORM OBTEM-DADOS-OCORRENCIA
               IF WRK-DADOS-OK = 'S'
                   MOVE 'S' TO WRK-ANULACAO-OK
                   MOVE ZEROS TO WRK-AVALIACAO
                   MOVE ZEROS TO WRK-NOTA-ANULADA
                   IF WRK-SANCAO = 'N'
                       DISPLAY "NUMERO DA AVALIACAO ANULADA:"
                       ACCEPT WRK-AVALIACAO
                       PERFORM CONFERE-ANULACAO
                   END-IF
                   IF WRK-ANULACAO-OK = 'S'
                       PERFORM GRAVA-OCORRENCIA
                       IF WRK-GRAVOU = 'S' AND WRK-SANCAO = 'N'
                           PERFORM APLICA-ANULACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Pede os dados da ocorrencia e os confere, deixando
      * WRK-DADOS-OK em 'S' quando podem ser gravados.
      * ----------------------------------------------------------------
       OBTEM-DADOS-OCORRENCIA.

           MOVE 'N' TO WRK-DADOS-OK

           DISPLAY "DATA DO FATO (AAAAMMDD):"
           ACCEPT WRK-DATA-FATO
           DISPLAY "TIPO (C=COLA P=PLAGIO D=CONDUTA O=OUTROS):"
           ACCEPT WRK-TIPO
           EVALUATE WRK-TIPO
               WHEN 'c'
                   MOVE 'C' TO WRK-TIPO
               WHEN 'p'
                   MOVE 'P' TO WRK-TIPO
               WHEN 'd'
                   MOVE 'D' TO WRK-TIPO
               WHEN 'o'
                   MOVE 'O' TO WRK-TIPO
           END-EVALUATE
           DISPLAY "DESCRICAO:"
           ACCEPT WRK-DESCRICAO
           DISPLAY "MATERIA (EM BRANCO SE NAO FOR DE DISCIPLINA):"
           ACCEPT WRK-MATERIA
           MOVE SPACES TO WRK-PERIODO
           IF WRK-MATERIA NOT = SPACES
               DISPLAY "PERIODO LETIVO (EX. 2026-1):"
               ACCEPT WRK-PERIODO
           END-IF
           DISPLAY "SANCAO (A=ADVERTENCIA S=SUSPENSAO N=PROVA "
               "ANULADA X=SEM SANCAO):"
           ACCEPT WRK-SANCAO
           EVALUATE WRK-SANCAO
               WHEN 'a'
                   MOVE 'A' TO WRK-SANCAO
               WHEN 's'
                   MOVE 'S' TO WRK-SANCAO
               WHEN 'n'
                   MOVE 'N' TO WRK-SANCAO
               WHEN 'x'
                   MOVE 'X' TO WRK-SANCAO
           END-EVALUATE
           DISPLAY "AUTORIDADE QUE DECIDIU:"
           ACCEPT WRK-AUTORIDADE

           EVALUATE TRUE
               WHEN WRK-DATA-FATO IS NOT NUMERIC
                   DISPLAY "DATA DO FATO INVALIDA. OCORRENCIA NAO "
                       "INCLUIDA."
               WHEN WRK-TIPO NOT = 'C' AND WRK-TIPO NOT = 'P' AND
                    WRK-TIPO NOT = 'D' AND WRK-TIPO NOT = 'O'
                   DISPLAY "TIPO INVALIDO. OCORRENCIA NAO INCLUIDA."
               WHEN WRK-SANCAO NOT = 'A' AND WRK-SANCAO NOT = 'S' AND
                    WRK-SANCAO NOT = 'N' AND WRK-SANCAO NOT = 'X'
                   DISPLAY "SANCAO INVALIDA. OCORRENCIA NAO INCLUIDA."
               WHEN WRK-DESCRICAO = SPACES
                   DISPLAY "DESCRICAO E OBRIGATORIA. OCORRENCIA NAO "
                       "INCLUIDA."
               WHEN WRK-AUTORIDADE = SPACES
                   DISPLAY "AUTORIDADE E OBRIGATORIA. OCORRENCIA NAO "
                       "INCLUIDA."
               WHEN WRK-MATERIA NOT = SPACES AND WRK-PERIODO = SPACES
                   DISPLAY "PERIODO E OBRIGATORIO COM A MATERIA. "
                       "OCORRENCIA NAO INCLUIDA."
               WHEN WRK-SANCAO = 'N' AND WRK-MATERIA = SPACES
                   DISPLAY "PROVA ANULADA EXIGE MATERIA E PERIODO. "
                       "OCORRENCIA NAO INCLUIDA."
               WHEN OTHER
                   MOVE 'S' TO WRK-DADOS-OK
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Confere, sem gravar nada, se a avaliacao pode ser anulada:
      * periodo aberto (PROG18V), disciplina lancada em NOTASDISC e
      * avaliacao existente - na lista do PESOSAVAL ou, sem lista, de
      * 1 a 3 (P1, P2, Atividade). Guarda a nota que sera zerada em
      * WRK-NOTA-ANULADA.
      * ----------------------------------------------------------------
       CONFERE-ANULACAO.

           MOVE 'N' TO WRK-ANULACAO-OK

           CALL "PROG18V" USING WRK-PERIODO WRK-PER-FECHADO
           END-CALL
           IF WRK-PER-FECHADO = 'S'
               DISPLAY "PERIODO " WRK-PERIODO " ESTA FECHADO (PROG18)."
                   " OCORRENCIA NAO INCLUIDA."
               DISPLAY "CORRECAO DE NOTA DE PERIODO FECHADO: PEDIDO "
                   "COM APROVACAO NO PROG93."
           ELSE
               MOVE "00" TO WS-NOTASDISC-STATUS
               OPEN INPUT NOTASDISC-FILE
               IF WS-NOTASDISC-STATUS NOT = "00"
                   DISPLAY "ARQUIVO NOTASDISC INDISPONIVEL. "
                       "OCORRENCIA NAO INCLUIDA."
               ELSE
                   MOVE WRK-MATRICULA TO GR-MATRICULA OF NOTASDISC-REC
                   MOVE WRK-MATERIA   TO GR-MATERIA OF NOTASDISC-REC
                   MOVE WRK-PERIODO   TO GR-PERIODO OF NOTASDISC-REC
                   READ NOTASDISC-FILE
                       INVALID KEY
                           DISPLAY "DISCIPLINA SEM NOTAS LANCADAS NO "
                               "PERIODO (NOTASDISC). OCORRENCIA NAO "
                               "INCLUIDA."
                       NOT INVALID KEY
                           PERFORM CONFERE-AVALIACAO-ANULADA
                   END-READ
                   CLOSE NOTASDISC-FILE
               END-IF
               MOVE "00" TO WS-NOTASDISC-STATUS
           END-IF.

      * ----------------------------------------------------------------
      * Localiza a avaliacao a anular, com a disciplina recem lida em
      * NOTASDISC-REC.
      * ----------------------------------------------------------------
       CONFERE-AVALIACAO-ANULADA.

           PERFORM CARREGA-LISTA-AVALIACOES

           IF WRK-QTD-AVALIACOES > 0
               MOVE ZERO TO IND-ANULADA
               PERFORM VARYING IND-AVAL FROM 1 BY 1
                       UNTIL IND-AVAL > WRK-QTD-AVALIACOES
                   IF LA-NUMERO (IND-AVAL) = WRK-AVALIACAO
                       MOVE IND-AVAL TO IND-ANULADA
                   END-IF
               END-PERFORM
               IF IND-ANULADA = 0
                   DISPLAY "AVALIACAO " WRK-AVALIACAO " NAO CONSTA "
                       "DA LISTA DE PESOS DA DISCIPLINA (PESOSAVAL). "
                       "OCORRENCIA NAO INCLUIDA."
               ELSE
                   PERFORM CARREGA-NOTAS-AVALIACOES
                   MOVE LA-NOTA (IND-ANULADA) TO WRK-NOTA-ANULADA
                   MOVE 'S' TO WRK-ANULACAO-OK
               END-IF
           ELSE
               EVALUATE WRK-AVALIACAO
                   WHEN 1
                       MOVE GR-P1 OF NOTASDISC-REC TO WRK-NOTA-ANULADA
                       MOVE 'S' TO WRK-ANULACAO-OK
                   WHEN 2
                       MOVE GR-P2 OF NOTASDISC-REC TO WRK-NOTA-ANULADA
                       MOVE 'S' TO WRK-ANULACAO-OK
                   WHEN 3
                       MOVE GR-P3 OF NOTASDISC-REC TO WRK-NOTA-ANULADA
                       MOVE 'S' TO WRK-ANULACAO-OK
                   WHEN OTHER
                       DISPLAY "DISCIPLINA SEM LISTA DE PESOS NO "
                           "PESOSAVAL: AVALIACAO 1 (P1), 2 (P2) OU 3 "
                           "(ATIVIDADE). OCORRENCIA NAO INCLUIDA."
               END-EVALUATE
           END-IF

           IF WRK-ANULACAO-OK = 'S'
               MOVE WRK-NOTA-ANULADA TO WRK-NOTA-EDIT
               DISPLAY "AVALIACAO " WRK-AVALIACAO " COM NOTA "
                   WRK-NOTA-EDIT " SERA ZERADA."
           END-IF.

      * ----------------------------------------------------------------
      * Carrega do PESOSAVAL a lista de avaliacoes da materia da
      * ocorrencia; lista cujos pesos nao somam 100 e descartada,
      * como no PROG08.
      * ----------------------------------------------------------------
       CARREGA-LISTA-AVALIACOES.

           MOVE ZERO TO WRK-QTD-AVALIACOES
           MOVE ZEROS TO WRK-SOMA-PESOS-AVAL
           MOVE "00" TO WS-PESOSAVAL-STATUS

           OPEN INPUT PESOSAVAL-FILE
           IF WS-PESOSAVAL-STATUS = "00"
               PERFORM UNTIL WS-PESOSAVAL-STATUS = "10"
                       OR WRK-QTD-AVALIACOES >= 9
                   READ PESOSAVAL-FILE
                       AT END
                           MOVE "10" TO WS-PESOSAVAL-STATUS
                       NOT AT END
                           IF PA-MATERIA = WRK-MATERIA
                               ADD 1 TO WRK-QTD-AVALIACOES
                               MOVE PA-NUMERO TO
                                   LA-NUMERO (WRK-QTD-AVALIACOES)
                               MOVE PA-PESO TO
                                   LA-PESO (WRK-QTD-AVALIACOES)
                               MOVE ZEROS TO
                                   LA-NOTA (WRK-QTD-AVALIACOES)
                               ADD PA-PESO TO WRK-SOMA-PESOS-AVAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PESOSAVAL-FILE
           END-IF
           MOVE "00" TO WS-PESOSAVAL-STATUS

           IF WRK-QTD-AVALIACOES > 0 AND
              WRK-SOMA-PESOS-AVAL NOT = 100
               MOVE ZERO TO WRK-QTD-AVALIACOES
           END-IF.

      * ----------------------------------------------------------------
      * Traz do AVALIACOES a nota lancada de cada avaliacao da lista;
      * avaliacao ainda nao lancada conta zero.
      * ----------------------------------------------------------------
       CARREGA-NOTAS-AVALIACOES.

           MOVE "00" TO WS-AVALIACOES-STATUS
           OPEN INPUT AVALIACOES-FILE
           IF WS-AVALIACOES-STATUS = "00"
               PERFORM VARYING IND-AVAL FROM 1 BY 1
                       UNTIL IND-AVAL > WRK-QTD-AVALIACOES
                   MOVE WRK-MATRICULA TO AV-MATRICULA
                   MOVE WRK-MATERIA   TO AV-MATERIA
                   MOVE WRK-PERIODO   TO AV-PERIODO
                   MOVE LA-NUMERO (IND-AVAL) TO AV-NUMERO
                   READ AVALIACOES-FILE
                       INVALID KEY
                           MOVE ZEROS TO LA-NOTA (IND-AVAL)
                       NOT INVALID KEY
                           MOVE AV-NOTA TO LA-NOTA (IND-AVAL)
                   END-READ
               END-PERFORM
               CLOSE AVALIACOES-FILE
           END-IF
           MOVE "00" TO WS-AVALIACOES-STATUS.

      * ----------------------------------------------------------------
      * Apura a ultima sequencia da matricula e grava a ocorrencia,
      * criando o arquivo na primeira execucao.
      * ----------------------------------------------------------------
       GRAVA-OCORRENCIA.

           MOVE 'N' TO WRK-GRAVOU
           PERFORM APURA-ULTIMA-SEQUENCIA

           MOVE "00" TO WS-OCORRENC-STATUS
           OPEN I-O OCORRENCIAS-FILE
           IF WS-OCORRENC-STATUS NOT = "00"
               CLOSE OCORRENCIAS-FILE
               OPEN OUTPUT OCORRENCIAS-FILE
           END-IF

           MOVE SPACES           TO OCORRENCIA-REC
           MOVE WRK-MATRICULA    TO OC-MATRICULA
           ADD 1 TO WRK-ULTIMA-SEQ GIVING OC-SEQUENCIA
           MOVE WRK-DATA-FATO    TO OC-DATA
           MOVE WRK-MATERIA      TO OC-MATERIA
           MOVE WRK-PERIODO      TO OC-PERIODO
           MOVE WRK-TIPO         TO OC-TIPO
           MOVE WRK-DESCRICAO    TO OC-DESCRICAO
           MOVE WRK-SANCAO       TO OC-SANCAO
           MOVE WRK-AVALIACAO    TO OC-AVALIACAO
           MOVE WRK-NOTA-ANULADA TO OC-NOTA-ANULADA
           MOVE WRK-AUTORIDADE   TO OC-AUTORIDADE
           ACCEPT OC-DATA-INCLUSAO FROM DATE YYYYMMDD
           MOVE WRK-OPERADOR     TO OC-OPER-INCLUSAO
           MOVE SPACES           TO OC-DATA-CANCEL
           MOVE SPACES           TO OC-OPER-CANCEL

           WRITE OCORRENCIA-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A OCORRENCIA (CHAVE "
                       OC-CHAVE " JA EXISTE)."
               NOT INVALID KEY
                   MOVE 'S' TO WRK-GRAVOU
                   MOVE OC-SEQUENCIA TO WRK-SEQUENCIA
                   PERFORM DESCREVE-TIPO
                   PERFORM DESCREVE-SANCAO
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING "OCORRENCIA " OC-SEQUENCIA " "
                       WRK-TIPO-DESC " " WRK-SANCAO-DESC
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM GRAVA-TRANSACAO
                   DISPLAY "OCORRENCIA " OC-SEQUENCIA " INCLUIDA."
           END-WRITE

           CLOSE OCORRENCIAS-FILE
           MOVE "00" TO WS-OCORRENC-STATUS.

      * ----------------------------------------------------------------
      * Apura a maior sequencia ja usada pela matricula corrente.
      * ----------------------------------------------------------------
       APURA-ULTIMA-SEQUENCIA.

           MOVE ZEROS TO WRK-ULTIMA-SEQ
           MOVE "00" TO WS-OCORRENC-STATUS

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
                               MOVE OC-SEQUENCIA TO WRK-ULTIMA-SEQ
                           ELSE
                               MOVE "10" TO WS-OCORRENC-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OCORRENCIAS-FILE
           END-IF
           MOVE "00" TO WS-OCORRENC-STATUS.

      * ----------------------------------------------------------------
      * Aplica a prova anulada da ocorrencia WRK-SEQUENCIA: zera a
      * avaliacao, reapura media e situacao da disciplina e regrava
      * NOTASDISC sob a trava de entrada, com a imagem antes/depois
      * no NOTASHIST.
      * ----------------------------------------------------------------
       APLICA-ANULACAO.

           PERFORM ADQUIRE-TRAVA-ENTRADA

           MOVE "00" TO WS-NOTASDISC-STATUS
           OPEN I-O NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS NOT = "00"
               DISPLAY "ARQUIVO NOTASDISC INDISPONIVEL. NOTA NAO "
                   "ZERADA - REFAZER PELO PROG08."
               CLOSE NOTASDISC-FILE
           ELSE
               MOVE WRK-MATRICULA TO GR-MATRICULA OF NOTASDISC-REC
               MOVE WRK-MATERIA   TO GR-MATERIA OF NOTASDISC-REC
               MOVE WRK-PERIODO   TO GR-PERIODO OF NOTASDISC-REC
               READ NOTASDISC-FILE
                   INVALID KEY
                       DISPLAY "DISCIPLINA NAO ENCONTRADA EM "
                           "NOTASDISC. NOTA NAO ZERADA."
                   NOT INVALID KEY
                       PERFORM REAPURA-DISCIPLINA
               END-READ
               CLOSE NOTASDISC-FILE
           END-IF
           MOVE "00" TO WS-NOTASDISC-STATUS

           PERFORM LIBERA-TRAVA-ENTRADA.

      * ----------------------------------------------------------------
      * Monta em REG-NOVO a disciplina recem lida com a avaliacao
      * zerada e a media e situacao reapuradas, grava o NOTASHIST e
      * regrava NOTASDISC.
      * ----------------------------------------------------------------
       REAPURA-DISCIPLINA.

           MOVE NOTASDISC-REC TO REG-NOVO

           IF WRK-QTD-AVALIACOES > 0
               PERFORM ZERA-AVALIACAO-DETALHE
               MOVE ZEROS TO WRK-MEDIA-AVAL
               PERFORM VARYING IND-AVAL FROM 1 BY 1
                       UNTIL IND-AVAL > WRK-QTD-AVALIACOES
                   COMPUTE WRK-MEDIA-AVAL = WRK-MEDIA-AVAL +
                       LA-NOTA (IND-AVAL) * LA-PESO (IND-AVAL)
               END-PERFORM
               COMPUTE WRK-MEDIA-AVAL = WRK-MEDIA-AVAL / 100
               IF WRK-QTD-AVALIACOES >= 1
                   MOVE LA-NOTA (1) TO GR-P1 OF REG-NOVO
               END-IF
               IF WRK-QTD-AVALIACOES >= 2
                   MOVE LA-NOTA (2) TO GR-P2 OF REG-NOVO
               END-IF
               IF WRK-QTD-AVALIACOES >= 3
                   MOVE LA-NOTA (3) TO GR-P3 OF REG-NOVO
               END-IF
               MOVE WRK-MEDIA-AVAL TO GR-MEDIA OF REG-NOVO
           ELSE
               EVALUATE WRK-AVALIACAO
                   WHEN 1
                       MOVE ZEROS TO GR-P1 OF REG-NOVO
                   WHEN 2
                       MOVE ZEROS TO GR-P2 OF REG-NOVO
                   WHEN 3
                       MOVE ZEROS TO GR-P3 OF REG-NOVO
               END-EVALUATE
               CALL "PROG22V" USING WRK-MATERIA WRK-PESO-P1
                   WRK-PESO-P2 WRK-PESO-P3 WRK-ACHOU-PESOS
               END-CALL
               IF WRK-ACHOU-PESOS = 'S'
                   COMPUTE GR-MEDIA OF REG-NOVO =
                       (GR-P1 OF REG-NOVO * WRK-PESO-P1 +
                        GR-P2 OF REG-NOVO * WRK-PESO-P2 +
                        GR-P3 OF REG-NOVO * WRK-PESO-P3) / 100
               ELSE
                   COMPUTE GR-MEDIA OF REG-NOVO =
                       (GR-P1 OF REG-NOVO + GR-P2 OF REG-NOVO +
                        GR-P3 OF REG-NOVO) / 3
               END-IF
           END-IF

           CALL "PROG20V" USING WRK-MATRICULA WRK-MATERIA
               WRK-PERIODO WRK-FREQUENCIA-OK
           END-CALL

           IF WRK-FREQUENCIA-OK = 'N'
               MOVE "REPROVADO FALTA" TO GR-SITUACAO OF REG-NOVO
           ELSE
               IF GR-MEDIA OF REG-NOVO >= FXV-LIMITE-APROVA
                   MOVE FXV-ROTULO-APROVA TO GR-SITUACAO OF REG-NOVO
               ELSE
                   IF GR-MEDIA OF REG-NOVO >= FXV-LIMITE-REPROVA
                       MOVE FXV-ROTULO-RECUPERA TO
                           GR-SITUACAO OF REG-NOVO
                   ELSE
                       MOVE FXV-ROTULO-REPROVA TO
                           GR-SITUACAO OF REG-NOVO
                   END-IF
               END-IF
           END-IF

           MOVE WRK-OPERADOR TO GR-OPERADOR OF REG-NOVO
           ACCEPT GR-DATA-MOVTO OF REG-NOVO FROM DATE YYYYMMDD

           PERFORM GRAVA-NOTASHIST

           MOVE REG-NOVO TO NOTASDISC-REC
           REWRITE NOTASDISC-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A DISCIPLINA EM "
                       "NOTASDISC."
               NOT INVALID KEY
                   MOVE GR-MEDIA OF NOTASDISC-REC TO WRK-MEDIA-EDIT
                   DISPLAY "AVALIACAO ANULADA. " WRK-MATERIA
                       " COM MEDIA " WRK-MEDIA-EDIT " SITUACAO "
                       GR-SITUACAO OF NOTASDISC-REC "."
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING "PROVA ANULADA AVALIACAO " WRK-AVALIACAO
                       " OCORRENCIA " WRK-SEQUENCIA
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM GRAVA-TRANSACAO
           END-REWRITE.

      * ----------------------------------------------------------------
      * Grava no AVALIACOES a avaliacao anulada com nota zero; se
      * ainda nao tinha sido lancada, ela e criada ja zerada.
      * ----------------------------------------------------------------
       ZERA-AVALIACAO-DETALHE.

           MOVE ZEROS TO LA-NOTA (IND-ANULADA)

           MOVE "00" TO WS-AVALIACOES-STATUS
           OPEN I-O AVALIACOES-FILE
           IF WS-AVALIACOES-STATUS NOT = "00"
               CLOSE AVALIACOES-FILE
               OPEN OUTPUT AVALIACOES-FILE
           END-IF

           MOVE SPACES        TO AVALIACOES-REC
           MOVE WRK-MATRICULA TO AV-MATRICULA
           MOVE WRK-MATERIA   TO AV-MATERIA
           MOVE WRK-PERIODO   TO AV-PERIODO
           MOVE WRK-AVALIACAO TO AV-NUMERO
           MOVE ZEROS         TO AV-NOTA
           MOVE WRK-OPERADOR  TO AV-OPERADOR
           ACCEPT AV-DATA-MOVTO FROM DATE YYYYMMDD

           WRITE AVALIACOES-REC
               INVALID KEY
                   REWRITE AVALIACOES-REC
           END-WRITE

           CLOSE AVALIACOES-FILE
           MOVE "00" TO WS-AVALIACOES-STATUS.

      * ----------------------------------------------------------------
      * Grava na trilha NOTASHIST a imagem anterior (registro recem
      * lido em NOTASDISC-REC) e a nova (REG-NOVO), com operador,
      * data/hora e o numero da ocorrencia que anulou a prova.
      * ----------------------------------------------------------------
       GRAVA-NOTASHIST.

           OPEN EXTEND NOTAS-HIST-FILE
           IF WS-NOTASHIST-STATUS NOT = "00"
               CLOSE NOTAS-HIST-FILE
               OPEN OUTPUT NOTAS-HIST-FILE
           END-IF

           MOVE SPACES        TO NOTAS-HIST-REC
           ACCEPT NH-DATA     FROM DATE YYYYMMDD
           ACCEPT NH-HORA     FROM TIME
           MOVE WRK-OPERADOR  TO NH-OPERADOR
           MOVE 'PROG101'     TO NH-PROGRAMA
           MOVE GR-MATRICULA OF REG-NOVO TO NH-MATRICULA
           MOVE GR-MATERIA OF REG-NOVO   TO NH-MATERIA
           MOVE GR-PERIODO OF REG-NOVO   TO NH-PERIODO
           MOVE GR-P1 OF NOTASDISC-REC   TO NH-ANT-P1
           MOVE GR-P2 OF NOTASDISC-REC   TO NH-ANT-P2
           MOVE GR-P3 OF NOTASDISC-REC   TO NH-ANT-P3
           MOVE GR-MEDIA OF NOTASDISC-REC TO NH-ANT-MEDIA
           MOVE GR-SITUACAO OF NOTASDISC-REC TO NH-ANT-SITUACAO
           MOVE GR-P1 OF REG-NOVO        TO NH-DEP-P1
           MOVE GR-P2 OF REG-NOVO        TO NH-DEP-P2
           MOVE GR-P3 OF REG-NOVO        TO NH-DEP-P3
           MOVE GR-MEDIA OF REG-NOVO     TO NH-DEP-MEDIA
           MOVE GR-SITUACAO OF REG-NOVO  TO NH-DEP-SITUACAO
           MOVE WRK-SEQUENCIA            TO NH-OCORRENCIA

           WRITE NOTAS-HIST-REC

           CLOSE NOTAS-HIST-FILE.

      * ----------------------------------------------------------------
      * Adquire a trava de entrada compartilhada (PROG31T) antes de
      * regravar NOTASDISC; quando em uso por outra sessao, mostra o
      * dono e aguarda o operador tentar novamente.
      * ----------------------------------------------------------------
       ADQUIRE-TRAVA-ENTRADA.

           MOVE 'N' TO WRK-TRAVA-OK
           PERFORM UNTIL WRK-TRAVA-OK = 'S'
               MOVE 'A' TO WRK-TRAVA-ACAO
               CALL "PROG31T" USING WRK-TRAVA-ACAO WRK-OPERADOR
                   WRK-TRAVA-OK WRK-TRAVA-DONO WRK-TRAVA-DESDE
               END-CALL
               IF WRK-TRAVA-OK NOT = 'S'
                   DISPLAY "ARQUIVOS EM USO POR " WRK-TRAVA-DONO
                       " DESDE " WRK-TRAVA-DESDE
                       ". TECLE ENTER PARA TENTAR NOVAMENTE."
                   ACCEPT WRK-TRAVA-ENTER
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Libera a trava de entrada ao final da regravacao.
      * ----------------------------------------------------------------
       LIBERA-TRAVA-ENTRADA.

           MOVE 'L' TO WRK-TRAVA-ACAO
           CALL "PROG31T" USING WRK-TRAVA-ACAO WRK-OPERADOR
               WRK-TRAVA-OK WRK-TRAVA-DONO WRK-TRAVA-DESDE
           END-CALL.

      * ----------------------------------------------------------------
      * Cancela a ocorrencia escolhida: mostra as ocorrencias da
      * matricula e grava data e operador do cancelamento na
      * informada.
      * ----------------------------------------------------------------
       CANCELA-OCORRENCIA.

           PERFORM OBTEM-MATRICULA
           PERFORM MOSTRA-OCORRENCIAS-MATRICULA

           IF CNT-LINHAS > 0
               DISPLAY "NUMERO DA OCORRENCIA A CANCELAR:"
               ACCEPT WRK-SEQUENCIA

               MOVE "00" TO WS-OCORRENC-STATUS
               OPEN I-O OCORRENCIAS-FILE
               IF WS-OCORRENC-STATUS NOT = "00"
                   DISPLAY "ARQUIVO OCORRENC INDISPONIVEL."
                   CLOSE OCORRENCIAS-FILE
               ELSE
                   MOVE WRK-MATRICULA TO OC-MATRICULA
                   MOVE WRK-SEQUENCIA TO OC-SEQUENCIA
                   READ OCORRENCIAS-FILE
                       INVALID KEY
                           DISPLAY "OCORRENCIA NAO ENCONTRADA."
                       NOT INVALID KEY
                           PERFORM REGRAVA-CANCELAMENTO
                   END-READ
                   CLOSE OCORRENCIAS-FILE
               END-IF
               MOVE "00" TO WS-OCORRENC-STATUS
           END-IF.

      * ----------------------------------------------------------------
      * Grava o cancelamento na ocorrencia lida, se ainda ativa. A
      * nota de uma prova anulada nao volta sozinha: a correcao segue
      * o caminho normal (PROG08, ou PROG93 com o periodo fechado).
      * ----------------------------------------------------------------
       REGRAVA-CANCELAMENTO.

           IF OC-DATA-CANCEL NOT = SPACES
               DISPLAY "OCORRENCIA JA CANCELADA EM " OC-DATA-CANCEL
                   " POR " OC-OPER-CANCEL "."
           ELSE
               ACCEPT OC-DATA-CANCEL FROM DATE YYYYMMDD
               MOVE WRK-OPERADOR TO OC-OPER-CANCEL
               REWRITE OCORRENCIA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A OCORRENCIA."
                   NOT INVALID KEY
                       MOVE OC-TIPO TO WRK-TIPO
                       PERFORM DESCREVE-TIPO
                       MOVE OC-MATERIA TO WRK-MATERIA
                       MOVE OC-PERIODO TO WRK-PERIODO
                       MOVE SPACES TO WRK-DESCRICAO-LOG
                       STRING "OCORRENCIA " OC-SEQUENCIA " CANCELADA "
                           WRK-TIPO-DESC
                           DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                       PERFORM GRAVA-TRANSACAO
                       DISPLAY "OCORRENCIA CANCELADA."
                       IF OC-SANCAO = 'N'
                           DISPLAY "A NOTA DA PROVA ANULADA NAO E "
                               "RESTAURADA: CORRIGIR PELO PROG08 (OU "
                               "PROG93, PERIODO FECHADO)."
                       END-IF
               END-REWRITE
           END-IF.

      * ----------------------------------------------------------------
      * Consulta todas as ocorrencias (ativas e canceladas) de uma
      * matricula.
      * ----------------------------------------------------------------
       CONSULTA-MATRICULA.

           PERFORM OBTEM-MATRICULA
           PERFORM MOSTRA-OCORRENCIAS-MATRICULA.

      * ----------------------------------------------------------------
      * Mostra as ocorrencias da matricula corrente, contando-as em
      * CNT-LINHAS.
      * ----------------------------------------------------------------
       MOSTRA-OCORRENCIAS-MATRICULA.

           MOVE ZEROS TO CNT-LINHAS
           MOVE "00" TO WS-OCORRENC-STATUS

           OPEN INPUT OCORRENCIAS-FILE
           IF WS-OCORRENC-STATUS NOT = "00"
               DISPLAY "ARQUIVO OCORRENC AINDA NAO EXISTE."
           ELSE
               DISPLAY "OCORRENCIAS DA MATRICULA " WRK-MATRICULA " "
                   WRK-NOME-CAD
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
                               ADD 1 TO CNT-LINHAS
                               PERFORM MOSTRA-UMA-OCORRENCIA
                           ELSE
                               MOVE "10" TO WS-OCORRENC-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OCORRENCIAS-FILE
               DISPLAY "TOTAL DE OCORRENCIAS: " CNT-LINHAS
           END-IF
           MOVE "00" TO WS-OCORRENC-STATUS.

      * ----------------------------------------------------------------
      * Lista as ocorrencias ativas de todas as matriculas.
      * ----------------------------------------------------------------
       LISTA-ATIVAS.

           MOVE ZEROS TO CNT-LINHAS
           MOVE "00" TO WS-OCORRENC-STATUS

           OPEN INPUT OCORRENCIAS-FILE
           IF WS-OCORRENC-STATUS NOT = "00"
               DISPLAY "ARQUIVO OCORRENC AINDA NAO EXISTE."
           ELSE
               DISPLAY "MATRICULA / NUM / DATA / TIPO / SANCAO / "
                   "MATERIA:"
               PERFORM UNTIL WS-OCORRENC-STATUS = "10"
                   READ OCORRENCIAS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-OCORRENC-STATUS
                       NOT AT END
                           IF OC-DATA-CANCEL = SPACES
                               ADD 1 TO CNT-LINHAS
                               MOVE OC-TIPO TO WRK-TIPO
                               PERFORM DESCREVE-TIPO
                               MOVE OC-SANCAO TO WRK-SANCAO
                               PERFORM DESCREVE-SANCAO
                               DISPLAY "  " OC-MATRICULA " "
                                   OC-SEQUENCIA " " OC-DATA " "
                                   WRK-TIPO-DESC " " WRK-SANCAO-DESC
                                   " " OC-MATERIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OCORRENCIAS-FILE
               DISPLAY "TOTAL DE OCORRENCIAS ATIVAS: " CNT-LINHAS
           END-IF
           MOVE "00" TO WS-OCORRENC-STATUS.

      * ----------------------------------------------------------------
      * Mostra a ocorrencia corrente por inteiro, com a situacao
      * (ativa, ou cancelada).
      * ----------------------------------------------------------------
       MOSTRA-UMA-OCORRENCIA.

           MOVE OC-TIPO TO WRK-TIPO
           PERFORM DESCREVE-TIPO
           MOVE OC-SANCAO TO WRK-SANCAO
           PERFORM DESCREVE-SANCAO
           MOVE SPACES TO WRK-SITUACAO-DESC
           IF OC-DATA-CANCEL = SPACES
               MOVE "ATIVA" TO WRK-SITUACAO-DESC
           ELSE
               STRING "CANCELADA " OC-DATA-CANCEL
                   DELIMITED BY SIZE INTO WRK-SITUACAO-DESC
           END-IF
           DISPLAY "  " OC-SEQUENCIA " " OC-DATA " " WRK-TIPO-DESC
               " " WRK-SANCAO-DESC " " WRK-SITUACAO-DESC
           IF OC-MATERIA NOT = SPACES
               DISPLAY "      " OC-MATERIA " (" OC-PERIODO ")"
           END-IF
           IF OC-SANCAO = 'N'
               MOVE OC-NOTA-ANULADA TO WRK-NOTA-EDIT
               DISPLAY "      AVALIACAO " OC-AVALIACAO
                   " ANULADA (NOTA ANTERIOR " WRK-NOTA-EDIT ")"
           END-IF
           DISPLAY "      " OC-DESCRICAO
           DISPLAY "      DECIDIDO POR " OC-AUTORIDADE.

      * ----------------------------------------------------------------
      * Traduz o tipo da ocorrencia (WRK-TIPO) para exibicao.
      * ----------------------------------------------------------------
       DESCREVE-TIPO.

           EVALUATE WRK-TIPO
               WHEN 'C'
                   MOVE "COLA" TO WRK-TIPO-DESC
               WHEN 'P'
                   MOVE "PLAGIO" TO WRK-TIPO-DESC
               WHEN 'D'
                   MOVE "CONDUTA" TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE "OUTROS" TO WRK-TIPO-DESC
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Traduz a sancao da ocorrencia (WRK-SANCAO) para exibicao.
      * ----------------------------------------------------------------
       DESCREVE-SANCAO.

           EVALUATE WRK-SANCAO
               WHEN 'A'
                   MOVE "ADVERTENCIA" TO WRK-SANCAO-DESC
               WHEN 'S'
                   MOVE "SUSPENSAO" TO WRK-SANCAO-DESC
               WHEN 'N'
                   MOVE "PROVA ANULADA" TO WRK-SANCAO-DESC
               WHEN OTHER
                   MOVE "SEM SANCAO" TO WRK-SANCAO-DESC
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a inclusao, o cancelamento ou a anulacao.
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
           MOVE 'PROG101'         TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE WRK-MATRICULA     TO TR-MATRICULA
           MOVE WRK-MATERIA       TO TR-MATERIA
           MOVE WRK-PERIODO       TO TR-PERIODO

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG101.
