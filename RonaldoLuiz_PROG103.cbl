      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Manutencao dos contratos de estagio (arquivo
      *          indexado ESTAGIOS, layout ESTGREC) e dos relatorios
      *          mensais de horas lancados contra eles (ESTAGHORAS,
      *          layout EHORREC). Inclui o contrato da matricula
      *          (validada pelo PROG10V e pelo ALUNCAD) com empresa
      *          conveniada de convenio vigente (CONVENIOS, PROG102),
      *          supervisor, inicio, fim e horas exigidas - em branco,
      *          as horas do curso na tabela ESTAGCUR (PROG103V);
      *          encerra ou cancela o contrato; lanca o relatorio do
      *          mes (competencia AAAAMM) no contrato ativo, pendente
      *          de aprovacao; aprova ou recusa o relatorio pendente;
      *          e consulta os contratos da matricula com as horas
      *          aprovadas e pendentes. So as horas aprovadas contam
      *          na integralizacao (PROG37V). Toda acao gera transacao
      *          no TRANSLOG. Exige sign-on (PROG15V) e acesso a
      *          funcao PROG103 (PROG15A).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Primeiro relatorio mensal: ESTAGHORAS criado
      *                 pelo OPEN OUTPUT e reaberto I-O antes da leitura
      *                 por chave. Razao social e fim da vigencia do
      *                 convenio guardados antes de fechar o CONVENIOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG103.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTAGIOS-FILE ASSIGN TO "ESTAGIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE OF ESTAGIO-REC
               FILE STATUS IS WS-ESTAGIOS-STATUS.

           SELECT ESTAGHORAS-FILE ASSIGN TO "ESTAGHORAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-CHAVE OF ESTAGHORAS-REC
               FILE STATUS IS WS-ESTAGHORAS-STATUS.

           SELECT CONVENIOS-FILE ASSIGN TO "CONVENIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CODIGO OF CONVENIO-REC
               FILE STATUS IS WS-CONVENIOS-STATUS.

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
       FD  ESTAGIOS-FILE.
       01  ESTAGIO-REC.
           COPY ESTGREC.

       FD  ESTAGHORAS-FILE.
       01  ESTAGHORAS-REC.
           COPY EHORREC.

       FD  CONVENIOS-FILE.
       01  CONVENIO-REC.
           COPY CONVREC.

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ESTAGIOS-STATUS   PIC X(02) VALUE "00".
       77 WS-ESTAGHORAS-STATUS PIC X(02) VALUE "00".
       77 WS-CONVENIOS-STATUS  PIC X(02) VALUE "00".
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
       77 WRK-CURSO-CAD        PIC X(20) VALUE SPACES.
       77 WRK-CURSO-CATALOGO   PIC X(10) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC X(08) VALUE SPACES.
       77 WRK-CONVENIO         PIC X(06) VALUE SPACES.
       77 WRK-CONVENIO-OK      PIC X(01) VALUE 'N'.
       77 WRK-CONV-RAZAO       PIC X(40) VALUE SPACES.
       77 WRK-CONV-FIM         PIC X(08) VALUE SPACES.
       77 WRK-SUPERVISOR       PIC X(30) VALUE SPACES.
       77 WRK-INICIO           PIC X(08) VALUE SPACES.
       77 WRK-FIM              PIC X(08) VALUE SPACES.
       77 WRK-HORAS-DIGITADAS  PIC X(04) VALUE SPACES.
       77 WRK-HORAS-EXIGIDAS   PIC 9(04) VALUE ZEROS.
       77 WRK-DADOS-OK         PIC X(01) VALUE 'N'.
       77 WRK-SEQUENCIA        PIC 9(02) VALUE ZEROS.
       77 WRK-ULTIMA-SEQ       PIC 9(02) VALUE ZEROS.
       77 WRK-NOVA-SITUACAO    PIC X(01) VALUE SPACE.
       77 WRK-COMPETENCIA      PIC X(06) VALUE SPACES.
       77 WRK-HORAS-MES        PIC X(03) VALUE SPACES.
       77 WRK-DECISAO          PIC X(01) VALUE SPACE.
       77 WRK-SITUACAO-DESC    PIC X(10) VALUE SPACES.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 WRK-CUR-EXIGIDO      PIC X(01) VALUE 'N'.
       77 WRK-CUR-HORAS        PIC 9(04) VALUE ZEROS.
       77 WRK-CUR-APROVADAS    PIC 9(04) VALUE ZEROS.
       77 WRK-CUR-ATENDIDO     PIC X(01) VALUE 'S'.
       77 QTD-HORAS-APROVADAS  PIC 9(04) VALUE ZEROS.
       77 QTD-HORAS-PENDENTES  PIC 9(04) VALUE ZEROS.
       77 CNT-LINHAS           PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CONTRATOS E HORAS DE ESTAGIO (ESTAGIOS)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG103" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG103. "
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
           DISPLAY "  I - INCLUIR CONTRATO DE ESTAGIO"
           DISPLAY "  S - ENCERRAR / CANCELAR CONTRATO"
           DISPLAY "  H - LANCAR RELATORIO MENSAL DE HORAS"
           DISPLAY "  A - APROVAR / RECUSAR RELATORIO DE HORAS"
           DISPLAY "  C - CONSULTAR ESTAGIOS DE UMA MATRICULA"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM INCLUI-CONTRATO
               WHEN 'S'
               WHEN 's'
                   PERFORM ALTERA-SITUACAO-CONTRATO
               WHEN 'H'
               WHEN 'h'
                   PERFORM LANCA-RELATORIO-HORAS
               WHEN 'A'
               WHEN 'a'
                   PERFORM DECIDE-RELATORIO-HORAS
               WHEN 'C'
               WHEN 'c'
                   PERFORM CONSULTA-MATRICULA
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
           MOVE SPACES TO WRK-CURSO-CAD
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE WRK-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHOU-CAD
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-CAD
                       MOVE AC-NOME TO WRK-NOME-CAD
                       MOVE AC-CURSO TO WRK-CURSO-CAD
               END-READ
               CLOSE ALUNO-CAD-FILE
           END-IF
           MOVE "00" TO WS-ALUNCAD-STATUS.

      * ----------------------------------------------------------------
      * Inclui um contrato para a matricula, na sequencia seguinte ao
      * ultimo ja registrado para ela.
      * ----------------------------------------------------------------
       INCLUI-CONTRATO.

           PERFORM OBTEM-MATRICULA
           IF WRK-ACHOU-CAD NOT = 'S'
               DISPLAY "MATRICULA NAO CADASTRADA NO ALUNCAD."
           ELSE
               DISPLAY "ALUNO: " WRK-NOME-CAD " CURSO: " WRK-CURSO-CAD
               PERFORM OBTEM-DADOS-CONTRATO
               IF WRK-DADOS-OK = 'S'
                   PERFORM GRAVA-CONTRATO
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Pede e confere convenio, supervisor, vigencia e horas do
      * contrato novo.
      * ----------------------------------------------------------------
       OBTEM-DADOS-CONTRATO.

           MOVE 'N' TO WRK-DADOS-OK

           DISPLAY "CODIGO DO CONVENIO DA EMPRESA:"
           ACCEPT WRK-CONVENIO
           PERFORM CONFERE-CONVENIO
           IF WRK-CONVENIO-OK NOT = 'S'
               DISPLAY "CONTRATO NAO INCLUIDO."
           ELSE
               DISPLAY "EMPRESA: " WRK-CONV-RAZAO
               DISPLAY "SUPERVISOR NA EMPRESA:"
               ACCEPT WRK-SUPERVISOR
               DISPLAY "INICIO DO ESTAGIO (AAAAMMDD):"
               ACCEPT WRK-INICIO
               DISPLAY "FIM DO ESTAGIO (AAAAMMDD):"
               ACCEPT WRK-FIM

               MOVE WRK-CURSO-CAD (1:10) TO WRK-CURSO-CATALOGO
               CALL "PROG103V" USING WRK-MATRICULA WRK-CURSO-CATALOGO
                   WRK-CUR-EXIGIDO WRK-CUR-HORAS WRK-CUR-APROVADAS
                   WRK-CUR-ATENDIDO
               END-CALL
               IF WRK-CUR-EXIGIDO = 'S'
                   DISPLAY "O CURSO EXIGE " WRK-CUR-HORAS
                       " HORAS DE ESTAGIO; JA APROVADAS: "
                       WRK-CUR-APROVADAS
               END-IF
               DISPLAY "HORAS EXIGIDAS NO CONTRATO (BRANCO = AS DO "
                   "CURSO):"
               MOVE SPACES TO WRK-HORAS-DIGITADAS
               ACCEPT WRK-HORAS-DIGITADAS
               IF WRK-HORAS-DIGITADAS = SPACES
                   MOVE WRK-CUR-HORAS TO WRK-HORAS-EXIGIDAS
               ELSE
                   IF WRK-HORAS-DIGITADAS IS NUMERIC
                       MOVE WRK-HORAS-DIGITADAS TO WRK-HORAS-EXIGIDAS
                   ELSE
                       MOVE ZEROS TO WRK-HORAS-EXIGIDAS
                   END-IF
               END-IF

               EVALUATE TRUE
                   WHEN WRK-SUPERVISOR = SPACES
                       DISPLAY "SUPERVISOR OBRIGATORIO. CONTRATO NAO "
                           "INCLUIDO."
                   WHEN WRK-INICIO IS NOT NUMERIC OR
                        WRK-FIM IS NOT NUMERIC
                       DISPLAY "DATAS INVALIDAS. CONTRATO NAO "
                           "INCLUIDO."
                   WHEN WRK-FIM < WRK-INICIO
                       DISPLAY "FIM DO ESTAGIO ANTERIOR AO INICIO. "
                           "CONTRATO NAO INCLUIDO."
                   WHEN WRK-FIM > WRK-CONV-FIM
                       DISPLAY "FIM DO ESTAGIO ALEM DA VIGENCIA DO "
                           "CONVENIO (" WRK-CONV-FIM "). CONTRATO NAO "
                           "INCLUIDO."
                   WHEN WRK-HORAS-EXIGIDAS = ZEROS
                       DISPLAY "HORAS EXIGIDAS INVALIDAS. CONTRATO NAO "
                           "INCLUIDO."
                   WHEN OTHER
                       MOVE 'S' TO WRK-DADOS-OK
               END-EVALUATE
           END-IF.

      * ----------------------------------------------------------------
      * Le o convenio informado e confere que esta vigente hoje;
      * guarda a razao social e o fim da vigencia, pois o arquivo e
      * fechado antes do uso.
      * ----------------------------------------------------------------
       CONFERE-CONVENIO.

           MOVE 'N' TO WRK-CONVENIO-OK
           MOVE "00" TO WS-CONVENIOS-STATUS
           OPEN INPUT CONVENIOS-FILE
           IF WS-CONVENIOS-STATUS NOT = "00"
               DISPLAY "ARQUIVO CONVENIOS AINDA NAO EXISTE (PROG102)."
           ELSE
               MOVE WRK-CONVENIO TO CV-CODIGO
               READ CONVENIOS-FILE
                   INVALID KEY
                       DISPLAY "CONVENIO " WRK-CONVENIO
                           " NAO CADASTRADO (PROG102)."
                   NOT INVALID KEY
                       IF CV-FIM < WRK-DATA-HOJE OR
                          CV-INICIO > WRK-DATA-HOJE
                           DISPLAY "CONVENIO " WRK-CONVENIO
                               " FORA DA VIGENCIA (" CV-INICIO " A "
                               CV-FIM ")."
                       ELSE
                           MOVE 'S' TO WRK-CONVENIO-OK
                           MOVE CV-RAZAO-SOCIAL TO WRK-CONV-RAZAO
                           MOVE CV-FIM TO WRK-CONV-FIM
                       END-IF
               END-READ
               CLOSE CONVENIOS-FILE
           END-IF
           MOVE "00" TO WS-CONVENIOS-STATUS.

      * ----------------------------------------------------------------
      * Apura a ultima sequencia da matricula e grava o contrato,
      * criando o arquivo na primeira execucao.
      * ----------------------------------------------------------------
       GRAVA-CONTRATO.

           PERFORM APURA-ULTIMA-SEQUENCIA

           MOVE "00" TO WS-ESTAGIOS-STATUS
           OPEN I-O ESTAGIOS-FILE
           IF WS-ESTAGIOS-STATUS NOT = "00"
               CLOSE ESTAGIOS-FILE
               OPEN OUTPUT ESTAGIOS-FILE
           END-IF

           MOVE SPACES             TO ESTAGIO-REC
           MOVE WRK-MATRICULA      TO ES-MATRICULA
           ADD 1 TO WRK-ULTIMA-SEQ GIVING ES-SEQUENCIA
           MOVE WRK-CONVENIO       TO ES-CONVENIO
           MOVE WRK-SUPERVISOR     TO ES-SUPERVISOR
           MOVE WRK-INICIO         TO ES-INICIO
           MOVE WRK-FIM            TO ES-FIM
           MOVE WRK-HORAS-EXIGIDAS TO ES-HORAS-EXIGIDAS
           MOVE 'A'                TO ES-SITUACAO
           MOVE WRK-DATA-HOJE      TO ES-DATA-INCLUSAO
           MOVE WRK-OPERADOR       TO ES-OPER-INCLUSAO
           MOVE WRK-DATA-HOJE      TO ES-DATA-SITUACAO
           MOVE WRK-OPERADOR       TO ES-OPER-SITUACAO

           WRITE ESTAGIO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CONTRATO (CHAVE "
                       ES-CHAVE " JA EXISTE)."
               NOT INVALID KEY
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING "ESTAGIO " ES-SEQUENCIA " INCLUIDO CONV "
                       ES-CONVENIO " H " ES-HORAS-EXIGIDAS
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM GRAVA-TRANSACAO
                   DISPLAY "CONTRATO " ES-SEQUENCIA " INCLUIDO."
           END-WRITE

           CLOSE ESTAGIOS-FILE
           MOVE "00" TO WS-ESTAGIOS-STATUS.

      * ----------------------------------------------------------------
      * Apura a maior sequencia ja usada pela matricula corrente.
      * ----------------------------------------------------------------
       APURA-ULTIMA-SEQUENCIA.

           MOVE ZEROS TO WRK-ULTIMA-SEQ
           MOVE "00" TO WS-ESTAGIOS-STATUS

           OPEN INPUT ESTAGIOS-FILE
           IF WS-ESTAGIOS-STATUS = "00"
               MOVE WRK-MATRICULA TO ES-MATRICULA
               MOVE ZEROS TO ES-SEQUENCIA
               START ESTAGIOS-FILE KEY NOT LESS THAN ES-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-ESTAGIOS-STATUS
               END-START
               PERFORM UNTIL WS-ESTAGIOS-STATUS = "10"
                   READ ESTAGIOS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ESTAGIOS-STATUS
                       NOT AT END
                           IF ES-MATRICULA = WRK-MATRICULA
                               MOVE ES-SEQUENCIA TO WRK-ULTIMA-SEQ
                           ELSE
                               MOVE "10" TO WS-ESTAGIOS-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTAGIOS-FILE
           END-IF
           MOVE "00" TO WS-ESTAGIOS-STATUS.

      * ----------------------------------------------------------------
      * Encerra (E) ou cancela (C) um contrato ativo da matricula. As
      * horas aprovadas do contrato encerrado continuam valendo; as do
      * cancelado deixam de contar.
      * ----------------------------------------------------------------
       ALTERA-SITUACAO-CONTRATO.

           PERFORM OBTEM-MATRICULA
           PERFORM MOSTRA-ESTAGIOS-MATRICULA

           IF CNT-LINHAS > 0
               DISPLAY "NUMERO DO CONTRATO:"
               ACCEPT WRK-SEQUENCIA
               DISPLAY "E - ENCERRAR (HORAS APROVADAS VALEM) / "
                   "C - CANCELAR (HORAS NAO VALEM):"
               ACCEPT WRK-NOVA-SITUACAO
               IF WRK-NOVA-SITUACAO = 'e'
                   MOVE 'E' TO WRK-NOVA-SITUACAO
               END-IF
               IF WRK-NOVA-SITUACAO = 'c'
                   MOVE 'C' TO WRK-NOVA-SITUACAO
               END-IF

               IF WRK-NOVA-SITUACAO NOT = 'E' AND
                  WRK-NOVA-SITUACAO NOT = 'C'
                   DISPLAY "SITUACAO INVALIDA. CONTRATO NAO ALTERADO."
               ELSE
                   MOVE "00" TO WS-ESTAGIOS-STATUS
                   OPEN I-O ESTAGIOS-FILE
                   IF WS-ESTAGIOS-STATUS NOT = "00"
                       DISPLAY "ARQUIVO ESTAGIOS INDISPONIVEL."
                       CLOSE ESTAGIOS-FILE
                   ELSE
                       MOVE WRK-MATRICULA TO ES-MATRICULA
                       MOVE WRK-SEQUENCIA TO ES-SEQUENCIA
                       READ ESTAGIOS-FILE
                           INVALID KEY
                               DISPLAY "CONTRATO NAO ENCONTRADO."
                           NOT INVALID KEY
                               PERFORM REGRAVA-SITUACAO
                       END-READ
                       CLOSE ESTAGIOS-FILE
                   END-IF
                   MOVE "00" TO WS-ESTAGIOS-STATUS
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Grava a nova situacao no contrato lido, se ainda ativo.
      * ----------------------------------------------------------------
       REGRAVA-SITUACAO.

           IF ES-SITUACAO NOT = 'A'
               PERFORM DESCREVE-SITUACAO
               DISPLAY "CONTRATO JA " WRK-SITUACAO-DESC " EM "
                   ES-DATA-SITUACAO " POR " ES-OPER-SITUACAO "."
           ELSE
               MOVE WRK-NOVA-SITUACAO TO ES-SITUACAO
               MOVE WRK-DATA-HOJE     TO ES-DATA-SITUACAO
               MOVE WRK-OPERADOR      TO ES-OPER-SITUACAO
               REWRITE ESTAGIO-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O CONTRATO."
                   NOT INVALID KEY
                       PERFORM DESCREVE-SITUACAO
                       MOVE SPACES TO WRK-DESCRICAO-LOG
                       STRING "ESTAGIO " ES-SEQUENCIA " "
                           WRK-SITUACAO-DESC
                           DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                       PERFORM GRAVA-TRANSACAO
                       DISPLAY "CONTRATO " WRK-SITUACAO-DESC "."
               END-REWRITE
           END-IF.

      * ----------------------------------------------------------------
      * Lanca o relatorio mensal de horas num contrato ativo da
      * matricula. O relatorio entra pendente; um mes ja lancado so
      * pode ser relancado se tiver sido recusado.
      * ----------------------------------------------------------------
       LANCA-RELATORIO-HORAS.

           PERFORM OBTEM-MATRICULA
           PERFORM MOSTRA-ESTAGIOS-MATRICULA

           IF CNT-LINHAS > 0
               DISPLAY "NUMERO DO CONTRATO:"
               ACCEPT WRK-SEQUENCIA
               PERFORM LE-CONTRATO
               EVALUATE TRUE
                   WHEN WS-ESTAGIOS-STATUS NOT = "00"
                       DISPLAY "CONTRATO NAO ENCONTRADO."
                   WHEN ES-SITUACAO NOT = 'A'
                       DISPLAY "CONTRATO NAO ESTA ATIVO. RELATORIO "
                           "NAO LANCADO."
                   WHEN OTHER
                       PERFORM OBTEM-DADOS-RELATORIO
               END-EVALUATE
               MOVE "00" TO WS-ESTAGIOS-STATUS
           END-IF.

      * ----------------------------------------------------------------
      * Le o contrato WRK-MATRICULA / WRK-SEQUENCIA (status "23" se
      * nao existe).
      * ----------------------------------------------------------------
       LE-CONTRATO.

           MOVE "00" TO WS-ESTAGIOS-STATUS
           OPEN INPUT ESTAGIOS-FILE
           IF WS-ESTAGIOS-STATUS = "00"
               MOVE WRK-MATRICULA TO ES-MATRICULA
               MOVE WRK-SEQUENCIA TO ES-SEQUENCIA
               READ ESTAGIOS-FILE
                   INVALID KEY
                       MOVE "23" TO WS-ESTAGIOS-STATUS
               END-READ
               CLOSE ESTAGIOS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Pede competencia e horas do relatorio e o grava.
      * ----------------------------------------------------------------
       OBTEM-DADOS-RELATORIO.

           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM):"
           ACCEPT WRK-COMPETENCIA
           DISPLAY "HORAS CUMPRIDAS NO MES:"
           MOVE SPACES TO WRK-HORAS-MES
           ACCEPT WRK-HORAS-MES

           EVALUATE TRUE
               WHEN WRK-COMPETENCIA IS NOT NUMERIC OR
                    WRK-COMPETENCIA (5:2) < "01" OR
                    WRK-COMPETENCIA (5:2) > "12"
                   DISPLAY "COMPETENCIA INVALIDA. RELATORIO NAO "
                       "LANCADO."
               WHEN WRK-COMPETENCIA < ES-INICIO (1:6) OR
                    WRK-COMPETENCIA > ES-FIM (1:6)
                   DISPLAY "COMPETENCIA FORA DO PERIODO DO CONTRATO ("
                       ES-INICIO " A " ES-FIM "). RELATORIO NAO "
                       "LANCADO."
               WHEN WRK-COMPETENCIA > WRK-DATA-HOJE (1:6)
                   DISPLAY "COMPETENCIA FUTURA. RELATORIO NAO "
                       "LANCADO."
               WHEN WRK-HORAS-MES IS NOT NUMERIC OR
                    WRK-HORAS-MES = ZEROS
                   DISPLAY "HORAS INVALIDAS. RELATORIO NAO LANCADO."
               WHEN OTHER
                   PERFORM GRAVA-RELATORIO
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Grava o relatorio do mes, pendente, criando o arquivo na
      * primeira execucao.
      * ----------------------------------------------------------------
       GRAVA-RELATORIO.

           MOVE "00" TO WS-ESTAGHORAS-STATUS
           OPEN I-O ESTAGHORAS-FILE
           IF WS-ESTAGHORAS-STATUS NOT = "00"
               CLOSE ESTAGHORAS-FILE
               OPEN OUTPUT ESTAGHORAS-FILE
               CLOSE ESTAGHORAS-FILE
               OPEN I-O ESTAGHORAS-FILE
           END-IF

           MOVE WRK-MATRICULA   TO EH-MATRICULA
           MOVE WRK-SEQUENCIA   TO EH-SEQUENCIA
           MOVE WRK-COMPETENCIA TO EH-COMPETENCIA
           READ ESTAGHORAS-FILE
               INVALID KEY
                   PERFORM MONTA-RELATORIO
                   WRITE ESTAGHORAS-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O RELATORIO."
                       NOT INVALID KEY
                           PERFORM REGISTRA-LANCAMENTO
                   END-WRITE
               NOT INVALID KEY
                   IF EH-SITUACAO NOT = 'R'
                       DISPLAY "RELATORIO DE " WRK-COMPETENCIA
                           " JA LANCADO (" EH-HORAS " HORAS)."
                   ELSE
                       PERFORM MONTA-RELATORIO
                       REWRITE ESTAGHORAS-REC
                           INVALID KEY
                               DISPLAY "ERRO AO REGRAVAR O "
                                   "RELATORIO."
                           NOT INVALID KEY
                               PERFORM REGISTRA-LANCAMENTO
                       END-REWRITE
                   END-IF
           END-READ

           CLOSE ESTAGHORAS-FILE
           MOVE "00" TO WS-ESTAGHORAS-STATUS.

      * ----------------------------------------------------------------
      * Monta o relatorio pendente na area do arquivo.
      * ----------------------------------------------------------------
       MONTA-RELATORIO.

           MOVE SPACES          TO ESTAGHORAS-REC
           MOVE WRK-MATRICULA   TO EH-MATRICULA
           MOVE WRK-SEQUENCIA   TO EH-SEQUENCIA
           MOVE WRK-COMPETENCIA TO EH-COMPETENCIA
           MOVE WRK-HORAS-MES   TO EH-HORAS
           MOVE 'P'             TO EH-SITUACAO
           MOVE WRK-DATA-HOJE   TO EH-DATA-LANCTO
           MOVE WRK-OPERADOR    TO EH-OPER-LANCTO.

      * ----------------------------------------------------------------
      * Registra no TRANSLOG o relatorio lancado.
      * ----------------------------------------------------------------
       REGISTRA-LANCAMENTO.

           MOVE SPACES TO WRK-DESCRICAO-LOG
           STRING "ESTAGIO " EH-SEQUENCIA " HORAS " EH-COMPETENCIA
               " " EH-HORAS " PENDENTE"
               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
           PERFORM GRAVA-TRANSACAO
           DISPLAY "RELATORIO LANCADO, PENDENTE DE APROVACAO.".

      * ----------------------------------------------------------------
      * Aprova ou recusa um relatorio pendente da matricula.
      * ----------------------------------------------------------------
       DECIDE-RELATORIO-HORAS.

           PERFORM OBTEM-MATRICULA
           PERFORM MOSTRA-ESTAGIOS-MATRICULA

           IF CNT-LINHAS > 0
               DISPLAY "NUMERO DO CONTRATO:"
               ACCEPT WRK-SEQUENCIA
               DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM):"
               ACCEPT WRK-COMPETENCIA
               DISPLAY "A - APROVAR / R - RECUSAR:"
               ACCEPT WRK-DECISAO
               IF WRK-DECISAO = 'a'
                   MOVE 'A' TO WRK-DECISAO
               END-IF
               IF WRK-DECISAO = 'r'
                   MOVE 'R' TO WRK-DECISAO
               END-IF

               IF WRK-DECISAO NOT = 'A' AND WRK-DECISAO NOT = 'R'
                   DISPLAY "DECISAO INVALIDA. RELATORIO NAO ALTERADO."
               ELSE
                   MOVE "00" TO WS-ESTAGHORAS-STATUS
                   OPEN I-O ESTAGHORAS-FILE
                   IF WS-ESTAGHORAS-STATUS NOT = "00"
                       DISPLAY "ARQUIVO ESTAGHORAS INDISPONIVEL."
                       CLOSE ESTAGHORAS-FILE
                   ELSE
                       MOVE WRK-MATRICULA   TO EH-MATRICULA
                       MOVE WRK-SEQUENCIA   TO EH-SEQUENCIA
                       MOVE WRK-COMPETENCIA TO EH-COMPETENCIA
                       READ ESTAGHORAS-FILE
                           INVALID KEY
                               DISPLAY "RELATORIO NAO ENCONTRADO."
                           NOT INVALID KEY
                               PERFORM REGRAVA-DECISAO
                       END-READ
                       CLOSE ESTAGHORAS-FILE
                   END-IF
                   MOVE "00" TO WS-ESTAGHORAS-STATUS
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Grava a decisao no relatorio lido, se ainda pendente.
      * ----------------------------------------------------------------
       REGRAVA-DECISAO.

           IF EH-SITUACAO NOT = 'P'
               DISPLAY "RELATORIO JA DECIDIDO (" EH-SITUACAO ") EM "
                   EH-DATA-APROV " POR " EH-OPER-APROV "."
           ELSE
               MOVE WRK-DECISAO   TO EH-SITUACAO
               MOVE WRK-DATA-HOJE TO EH-DATA-APROV
               MOVE WRK-OPERADOR  TO EH-OPER-APROV
               REWRITE ESTAGHORAS-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O RELATORIO."
                   NOT INVALID KEY
                       MOVE SPACES TO WRK-DESCRICAO-LOG
                       IF WRK-DECISAO = 'A'
                           STRING "ESTAGIO " EH-SEQUENCIA " HORAS "
                               EH-COMPETENCIA " " EH-HORAS " APROVADO"
                               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                           DISPLAY "RELATORIO APROVADO."
                       ELSE
                           STRING "ESTAGIO " EH-SEQUENCIA " HORAS "
                               EH-COMPETENCIA " " EH-HORAS " RECUSADO"
                               DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                           DISPLAY "RELATORIO RECUSADO."
                       END-IF
                       PERFORM GRAVA-TRANSACAO
               END-REWRITE
           END-IF.

      * ----------------------------------------------------------------
      * Consulta os contratos de uma matricula com os relatorios de
      * horas e a situacao do estagio exigido pelo curso.
      * ----------------------------------------------------------------
       CONSULTA-MATRICULA.

           PERFORM OBTEM-MATRICULA
           PERFORM MOSTRA-ESTAGIOS-MATRICULA

           IF WRK-ACHOU-CAD = 'S'
               MOVE WRK-CURSO-CAD (1:10) TO WRK-CURSO-CATALOGO
               CALL "PROG103V" USING WRK-MATRICULA WRK-CURSO-CATALOGO
                   WRK-CUR-EXIGIDO WRK-CUR-HORAS WRK-CUR-APROVADAS
                   WRK-CUR-ATENDIDO
               END-CALL
               IF WRK-CUR-EXIGIDO NOT = 'S'
                   DISPLAY "O CURSO " WRK-CURSO-CATALOGO
                       " NAO EXIGE ESTAGIO."
               ELSE
                   DISPLAY "ESTAGIO DO CURSO: EXIGIDAS " WRK-CUR-HORAS
                       " APROVADAS " WRK-CUR-APROVADAS
                   IF WRK-CUR-ATENDIDO = 'S'
                       DISPLAY "EXIGENCIA DE ESTAGIO ATENDIDA."
                   ELSE
                       DISPLAY "EXIGENCIA DE ESTAGIO NAO ATENDIDA."
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Mostra os contratos da matricula corrente, com os relatorios
      * de horas de cada um, contando os contratos em CNT-LINHAS.
      * ----------------------------------------------------------------
       MOSTRA-ESTAGIOS-MATRICULA.

           MOVE ZEROS TO CNT-LINHAS
           MOVE "00" TO WS-ESTAGIOS-STATUS

           OPEN INPUT ESTAGIOS-FILE
           IF WS-ESTAGIOS-STATUS NOT = "00"
               DISPLAY "ARQUIVO ESTAGIOS AINDA NAO EXISTE."
           ELSE
               MOVE "00" TO WS-ESTAGHORAS-STATUS
               OPEN INPUT ESTAGHORAS-FILE
               DISPLAY "ESTAGIOS DA MATRICULA " WRK-MATRICULA " "
                   WRK-NOME-CAD
               MOVE WRK-MATRICULA TO ES-MATRICULA
               MOVE ZEROS TO ES-SEQUENCIA
               START ESTAGIOS-FILE KEY NOT LESS THAN ES-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-ESTAGIOS-STATUS
               END-START
               PERFORM UNTIL WS-ESTAGIOS-STATUS = "10"
                   READ ESTAGIOS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ESTAGIOS-STATUS
                       NOT AT END
                           IF ES-MATRICULA = WRK-MATRICULA
                               ADD 1 TO CNT-LINHAS
                               PERFORM MOSTRA-UM-CONTRATO
                           ELSE
                               MOVE "10" TO WS-ESTAGIOS-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTAGHORAS-FILE
               CLOSE ESTAGIOS-FILE
               DISPLAY "TOTAL DE CONTRATOS: " CNT-LINHAS
           END-IF
           MOVE "00" TO WS-ESTAGIOS-STATUS
           MOVE "00" TO WS-ESTAGHORAS-STATUS.

      * ----------------------------------------------------------------
      * Mostra o contrato corrente e os relatorios de horas dele (o
      * ESTAGHORAS ja esta aberto, ou ausente, pelo chamador).
      * ----------------------------------------------------------------
       MOSTRA-UM-CONTRATO.

           PERFORM DESCREVE-SITUACAO
           DISPLAY "  CONTRATO " ES-SEQUENCIA " CONVENIO " ES-CONVENIO
               " " ES-INICIO " A " ES-FIM " " WRK-SITUACAO-DESC
           DISPLAY "    SUPERVISOR: " ES-SUPERVISOR
               " HORAS EXIGIDAS: " ES-HORAS-EXIGIDAS

           MOVE ZEROS TO QTD-HORAS-APROVADAS QTD-HORAS-PENDENTES
           IF WS-ESTAGHORAS-STATUS NOT = "35"
               MOVE "00" TO WS-ESTAGHORAS-STATUS
               MOVE ES-MATRICULA TO EH-MATRICULA
               MOVE ES-SEQUENCIA TO EH-SEQUENCIA
               MOVE LOW-VALUES   TO EH-COMPETENCIA
               START ESTAGHORAS-FILE KEY NOT LESS THAN EH-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-ESTAGHORAS-STATUS
               END-START
               PERFORM UNTIL WS-ESTAGHORAS-STATUS = "10"
                   READ ESTAGHORAS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ESTAGHORAS-STATUS
                       NOT AT END
                           IF EH-MATRICULA NOT = ES-MATRICULA OR
                              EH-SEQUENCIA NOT = ES-SEQUENCIA
                               MOVE "10" TO WS-ESTAGHORAS-STATUS
                           ELSE
                               PERFORM MOSTRA-UM-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           DISPLAY "    HORAS APROVADAS: " QTD-HORAS-APROVADAS
               " PENDENTES: " QTD-HORAS-PENDENTES.

      * ----------------------------------------------------------------
      * Mostra o relatorio de horas corrente e acumula as horas.
      * ----------------------------------------------------------------
       MOSTRA-UM-RELATORIO.

           EVALUATE EH-SITUACAO
               WHEN 'A'
                   ADD EH-HORAS TO QTD-HORAS-APROVADAS
                   DISPLAY "    " EH-COMPETENCIA " " EH-HORAS
                       " HORAS APROVADO"
               WHEN 'P'
                   ADD EH-HORAS TO QTD-HORAS-PENDENTES
                   DISPLAY "    " EH-COMPETENCIA " " EH-HORAS
                       " HORAS PENDENTE"
               WHEN OTHER
                   DISPLAY "    " EH-COMPETENCIA " " EH-HORAS
                       " HORAS RECUSADO"
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Descreve a situacao do contrato corrente.
      * ----------------------------------------------------------------
       DESCREVE-SITUACAO.

           EVALUATE ES-SITUACAO
               WHEN 'A'
                   MOVE "ATIVO" TO WRK-SITUACAO-DESC
               WHEN 'E'
                   MOVE "ENCERRADO" TO WRK-SITUACAO-DESC
               WHEN 'C'
                   MOVE "CANCELADO" TO WRK-SITUACAO-DESC
               WHEN OTHER
                   MOVE "?" TO WRK-SITUACAO-DESC
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a acao sobre o estagio da matricula.
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
           MOVE 'PROG103'         TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE WRK-MATRICULA     TO TR-MATRICULA

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG103.
