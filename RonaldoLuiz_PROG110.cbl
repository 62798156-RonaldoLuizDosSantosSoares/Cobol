      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Correspondencia ao aluno em lote, por modelos fixos,
      *          para o evento escolhido:
      *            R - aviso de risco apos a primeira prova (regra do
      *                RELRISCO do PROG26: ALUNOS so com P1, abaixo do
      *                limite de aprovacao das faixas centrais);
      *            S - segunda chamada registrada e pendente
      *                (SEGCHAMADA, PROG64);
      *            V - decisao da revisao de nota (REVNOTAS, PROG39);
      *            P - pendencia (bloqueio) ativa (PENDENCIAS,
      *                PROG75);
      *            A - aviso de abandono (lista ABANDCAND do PROG100).
      *          Cada carta usa o contato do aluno (CONTATOS, PROG12);
      *          o aluno menor de idade recebe a carta em nome do
      *          responsavel. A carta vai para o arquivo de impressao
      *          CARTAS, retido no spool (PROG62V), e, havendo e-mail,
      *          tambem para o lote EMAILLOTE (cabecalho H com o
      *          destino e o assunto, linhas L do texto e fim F), que
      *          o envio de e-mail acrescenta e apaga depois de
      *          enviado. Sem contato, a carta sai marcada para
      *          entrega no balcao. Cada carta e registrada no
      *          CORRESP (layout CORRSREC), mostrado na consulta do
      *          PROG28, e no TRANSLOG; a carta do mesmo evento e
      *          referencia ja registrada nao e repetida. Exige
      *          sign-on (PROG15V) e acesso a funcao PROG110
      *          (PROG15A).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Referencia das cartas R e S com o periodo (e a
      *                 prova) antes da materia, para a materia longa
      *                 nao cortar o periodo e a carta nao ser dada como
      *                 ja enviada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG110.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-MATRICULA OF CONTATO-REC
               FILE STATUS IS WS-CONTATOS-STATUS.

           SELECT CORRESP-FILE ASSIGN TO "CORRESP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE OF CORRESP-REC
               FILE STATUS IS WS-CORRESP-STATUS.

           SELECT ALUNOS-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE OF ALUNOS-REC
               FILE STATUS IS WS-ALUNOS-STATUS.

           SELECT SEGCHAMADA-FILE ASSIGN TO "SEGCHAMADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGCHAMADA-STATUS.

           SELECT REVISAO-FILE ASSIGN TO "REVNOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISAO-STATUS.

           SELECT PENDENCIAS-FILE ASSIGN TO "PENDENCIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-CHAVE OF PENDENCIA-REC
               FILE STATUS IS WS-PENDENCIAS-STATUS.

           SELECT CANDIDATOS-FILE ASSIGN TO "ABANDCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABANDCAND-STATUS.

           SELECT CARTAS-FILE ASSIGN TO "CARTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.

           SELECT EMAIL-FILE ASSIGN TO "EMAILLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  CONTATOS-FILE.
       01  CONTATO-REC.
           COPY CONTREC.

       FD  CORRESP-FILE.
       01  CORRESP-REC.
           COPY CORRSREC.

       FD  ALUNOS-FILE.
       01  ALUNOS-REC.
           COPY GRADEREC.

       FD  SEGCHAMADA-FILE.
       01  SEGCHAMADA-REC.
           05 SG-MATRICULA        PIC 9(06).
           05 SG-MATERIA          PIC X(30).
           05 SG-PERIODO          PIC X(06).
           05 SG-PROVA            PIC X(01).
           05 SG-JUSTIFICATIVA    PIC X(02).
           05 SG-DOCUMENTO        PIC X(20).
           05 SG-DATA-REG         PIC X(08).
           05 SG-OPERADOR         PIC X(10).
           05 SG-STATUS           PIC X(01).

       FD  REVISAO-FILE.
       01  REVISAO-REC.
           05 RV-NUMERO           PIC 9(05).
           05 RV-MATRICULA        PIC 9(06).
           05 RV-MATERIA          PIC X(30).
           05 RV-PERIODO          PIC X(06).
           05 RV-MOTIVO           PIC X(40).
           05 RV-DATA-PEDIDO      PIC X(08).
           05 RV-STATUS           PIC X(01).
           05 RV-DATA-DECISAO     PIC X(08).
           05 RV-OPERADOR         PIC X(10).

       FD  PENDENCIAS-FILE.
       01  PENDENCIA-REC.
           COPY PENDREC.

       FD  CANDIDATOS-FILE.
       01  CANDIDATO-REC.
           COPY ABANDREC.

       FD  CARTAS-FILE.
       01  CARTAS-LINHA            PIC X(80).

      * Lote de e-mail: H = cabecalho (matricula, destino, assunto),
      * L = uma linha do texto, F = fim da mensagem.
       FD  EMAIL-FILE.
       01  EMAIL-LINHA.
           05 EM-TIPO             PIC X(01).
           05 FILLER              PIC X(01).
           05 EM-TEXTO            PIC X(118).
       01  EMAIL-CABECALHO.
           05 FILLER              PIC X(02).
           05 EM-MATRICULA        PIC 9(06).
           05 FILLER              PIC X(01).
           05 EM-DESTINO          PIC X(40).
           05 FILLER              PIC X(01).
           05 EM-ASSUNTO          PIC X(50).
           05 FILLER              PIC X(20).

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-CONTATOS-STATUS   PIC X(02) VALUE "00".
       77 WS-CORRESP-STATUS    PIC X(02) VALUE "00".
       77 WS-ALUNOS-STATUS     PIC X(02) VALUE "00".
       77 WS-SEGCHAMADA-STATUS PIC X(02) VALUE "00".
       77 WS-REVISAO-STATUS    PIC X(02) VALUE "00".
       77 WS-PENDENCIAS-STATUS PIC X(02) VALUE "00".
       77 WS-ABANDCAND-STATUS  PIC X(02) VALUE "00".
       77 WS-CARTAS-STATUS     PIC X(02) VALUE "00".
       77 WS-EMAIL-STATUS      PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-CONTINUA         PIC X VALUE 'S'.
       77 WRK-EVENTO           PIC X(01) VALUE SPACE.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-DESDE            PIC X(08) VALUE SPACES.
       77 WRK-PARAMETRO-OK     PIC X(01) VALUE 'N'.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-NOME             PIC X(30) VALUE SPACES.
       77 WRK-NOME-ORIGEM      PIC X(30) VALUE SPACES.
       77 WRK-MATERIA          PIC X(30) VALUE SPACES.
       77 WRK-REFERENCIA       PIC X(40) VALUE SPACES.
       77 WRK-DETALHE          PIC X(80) VALUE SPACES.
       77 WRK-DESTINATARIO     PIC X(30) VALUE SPACES.
       77 WRK-EMAIL            PIC X(40) VALUE SPACES.
       77 WRK-MEIO             PIC X(01) VALUE SPACE.
       77 WRK-ACHOU-CONTATO    PIC X(01) VALUE 'N'.
       77 WRK-ALUNCAD-OK       PIC X(01) VALUE 'N'.
       77 WRK-CONTATOS-OK      PIC X(01) VALUE 'N'.
       77 WRK-JA-ENVIADA       PIC X(01) VALUE 'N'.
       77 WRK-ULTIMA-SEQ       PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-NASC        PIC 9(08) VALUE ZEROS.
       77 WRK-IDADE            PIC 9(03) VALUE ZEROS.
       77 WRK-P1-EDIT          PIC Z9.99.
       77 WRK-DECISAO-DESC     PIC X(10) VALUE SPACES.
       77 WRK-TIPO-PEND-DESC   PIC X(13) VALUE SPACES.
       77 IND-MODELO           PIC 9(01) VALUE ZERO.
       77 IND-LINHA            PIC 9(02) VALUE ZEROS.
       77 QTD-LINHAS-CORPO     PIC 9(02) VALUE ZEROS.
       77 CNT-CANDIDATOS       PIC 9(05) VALUE ZEROS.
       77 CNT-JA-ENVIADAS      PIC 9(05) VALUE ZEROS.
       77 CNT-CARTAS           PIC 9(05) VALUE ZEROS.
       77 CNT-EMAILS           PIC 9(05) VALUE ZEROS.
       77 CNT-BALCAO           PIC 9(05) VALUE ZEROS.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "CARTAS".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG110".

      * Modelos fixos das cartas, na ordem dos eventos R, S, V, P e A:
      * assunto e quatro linhas de texto; a linha de detalhe do fato
      * vem depois do texto.
       01 MODELOS-CARTA.
           05 FILLER              PIC X(50)
               VALUE "AVISO DE DESEMPENHO - PRIMEIRA PROVA".
           05 FILLER              PIC X(70) VALUE
               "INFORMAMOS QUE A NOTA DA PRIMEIRA PROVA NA DISCIPLINA".
           05 FILLER              PIC X(70) VALUE
               "ABAIXO FICOU ABAIXO DA MEDIA DE APROVACAO. AINDA HA".
           05 FILLER              PIC X(70) VALUE
               "TEMPO DE RECUPERAR: PROCURE O PROFESSOR OU A MESA DE".
           05 FILLER              PIC X(70) VALUE
               "TUTORIA PARA ORIENTACAO DE ESTUDOS.".
           05 FILLER              PIC X(50)
               VALUE "SEGUNDA CHAMADA DE PROVA".
           05 FILLER              PIC X(70) VALUE
               "INFORMAMOS QUE A AUSENCIA JUSTIFICADA NA PROVA ABAIXO".
           05 FILLER              PIC X(70) VALUE
               "FOI ACEITA E A SEGUNDA CHAMADA ESTA REGISTRADA. A DATA".
           05 FILLER              PIC X(70) VALUE
               "E O LOCAL DA PROVA SERAO INFORMADOS PELA COORDENACAO;".
           05 FILLER              PIC X(70) VALUE
               "EM CASO DE DUVIDA, PROCURE A SECRETARIA.".
           05 FILLER              PIC X(50)
               VALUE "DECISAO DO PEDIDO DE REVISAO DE NOTA".
           05 FILLER              PIC X(70) VALUE
               "INFORMAMOS QUE O PEDIDO DE REVISAO DE NOTA ABAIXO FOI".
           05 FILLER              PIC X(70) VALUE
               "ANALISADO PELA COORDENACAO. QUANDO DEFERIDO, AS NOTAS".
           05 FILLER              PIC X(70) VALUE
               "JA ESTAO CORRIGIDAS NO SISTEMA. O PARECER COMPLETO".
           05 FILLER              PIC X(70) VALUE
               "PODE SER RETIRADO NA SECRETARIA.".
           05 FILLER              PIC X(50)
               VALUE "PENDENCIA NO CADASTRO DO ALUNO".
           05 FILLER              PIC X(70) VALUE
               "INFORMAMOS QUE HA UMA PENDENCIA REGISTRADA NO CADASTRO".
           05 FILLER              PIC X(70) VALUE
               "DO ALUNO, DESCRITA ABAIXO. ENQUANTO NAO FOR RESOLVIDA,".
           05 FILLER              PIC X(70) VALUE
               "DOCUMENTOS E REMATRICULA FICAM BLOQUEADOS. PROCURE O".
           05 FILLER              PIC X(70) VALUE
               "SETOR INDICADO PARA REGULARIZAR A SITUACAO.".
           05 FILLER              PIC X(50)
               VALUE "AVISO DE POSSIVEL ABANDONO DO CURSO".
           05 FILLER              PIC X(70) VALUE
               "NAO CONSTA INSCRICAO NO PERIODO ABAIXO, NEM NOTA OU".
           05 FILLER              PIC X(70) VALUE
               "FREQUENCIA NO PERIODO ANTERIOR. SEM CONTATO COM A".
           05 FILLER              PIC X(70) VALUE
               "SECRETARIA, A MATRICULA PODERA SER ENCERRADA POR".
           05 FILLER              PIC X(70) VALUE
               "ABANDONO. PROCURE-NOS PARA REGULARIZAR A SITUACAO.".
       01 TABELA-MODELOS REDEFINES MODELOS-CARTA.
           05 MC-MODELO OCCURS 5 TIMES.
               10 MC-ASSUNTO      PIC X(50).
               10 MC-LINHA        PIC X(70) OCCURS 4 TIMES.

      * Corpo da carta corrente, do vocativo a assinatura, escrito
      * igual na carta impressa e no e-mail.
       01 CORPO-CARTA.
           05 CC-LINHA            PIC X(80) OCCURS 12 TIMES.

      * Faixa de aprovacao vigente, carregada do arquivo FAIXAS pelo
      * subprograma PROG21V.
       01 FAIXAS-VIGENTES.
           05 FXV-LIMITE-REPROVA  PIC 9(02)V99 VALUE 5.00.
           05 FXV-LIMITE-APROVA   PIC 9(02)V99 VALUE 7.00.
           05 FXV-LIMITE-HONRA    PIC 9(02)V99 VALUE 9.00.
           05 FXV-ROTULO-REPROVA  PIC X(15) VALUE "REPROVADO".
           05 FXV-ROTULO-RECUPERA PIC X(15) VALUE "EM RECUPERACAO".
           05 FXV-ROTULO-APROVA   PIC X(15) VALUE "APROVADO".

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CORRESPONDENCIA AO ALUNO (CARTAS/EMAILLOTE)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG110" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG110. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           CALL "PROG21V" USING FXV-LIMITE-REPROVA
               FXV-LIMITE-APROVA FXV-LIMITE-HONRA
               FXV-ROTULO-REPROVA FXV-ROTULO-RECUPERA
               FXV-ROTULO-APROVA
           END-CALL

           PERFORM PROCESSA-UM-EVENTO
               UNTIL WRK-CONTINUA NOT = 'S' AND WRK-CONTINUA NOT = 's'

           GOBACK.

      * ----------------------------------------------------------------
      * Mostra os eventos, pede o parametro do escolhido e emite as
      * cartas.
      * ----------------------------------------------------------------
       PROCESSA-UM-EVENTO.

           DISPLAY "-----------------------------------"
           DISPLAY "  R - AVISO DE RISCO (PRIMEIRA PROVA)"
           DISPLAY "  S - SEGUNDA CHAMADA REGISTRADA"
           DISPLAY "  V - DECISAO DE REVISAO DE NOTA"
           DISPLAY "  P - PENDENCIA ATIVA"
           DISPLAY "  A - AVISO DE ABANDONO"
           DISPLAY "EVENTO:"
           ACCEPT WRK-EVENTO
           INSPECT WRK-EVENTO CONVERTING "rsvpa" TO "RSVPA"

           MOVE 'N' TO WRK-PARAMETRO-OK
           EVALUATE WRK-EVENTO
               WHEN 'R'
               WHEN 'S'
                   DISPLAY "PERIODO LETIVO (EX. 2026-1):"
                   MOVE SPACES TO WRK-PERIODO
                   ACCEPT WRK-PERIODO
                   IF WRK-PERIODO = SPACES
                       DISPLAY "PERIODO OBRIGATORIO."
                   ELSE
                       MOVE 'S' TO WRK-PARAMETRO-OK
                   END-IF
               WHEN 'V'
               WHEN 'P'
                   DISPLAY "FATOS A PARTIR DE (AAAAMMDD, BRANCO = "
                       "TODOS):"
                   MOVE SPACES TO WRK-DESDE
                   ACCEPT WRK-DESDE
                   MOVE SPACES TO WRK-PERIODO
                   MOVE 'S' TO WRK-PARAMETRO-OK
               WHEN 'A'
                   MOVE SPACES TO WRK-PERIODO
                   MOVE 'S' TO WRK-PARAMETRO-OK
               WHEN OTHER
                   DISPLAY "EVENTO INVALIDO."
           END-EVALUATE

           IF WRK-PARAMETRO-OK = 'S'
               PERFORM EMITE-CARTAS
           END-IF

           DISPLAY "DESEJA CONTINUAR? (S/N)"
           ACCEPT WRK-CONTINUA.

      * ----------------------------------------------------------------
      * Abre as saidas, percorre o arquivo de origem do evento e
      * fecha, retendo as cartas no spool.
      * ----------------------------------------------------------------
       EMITE-CARTAS.

           EVALUATE WRK-EVENTO
               WHEN 'R'
                   MOVE 1 TO IND-MODELO
               WHEN 'S'
                   MOVE 2 TO IND-MODELO
               WHEN 'V'
                   MOVE 3 TO IND-MODELO
               WHEN 'P'
                   MOVE 4 TO IND-MODELO
               WHEN 'A'
                   MOVE 5 TO IND-MODELO
           END-EVALUATE

           MOVE ZEROS TO CNT-CANDIDATOS
           MOVE ZEROS TO CNT-JA-ENVIADAS
           MOVE ZEROS TO CNT-CARTAS
           MOVE ZEROS TO CNT-EMAILS
           MOVE ZEROS TO CNT-BALCAO
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

           MOVE 'N' TO WRK-ALUNCAD-OK
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE 'S' TO WRK-ALUNCAD-OK
           END-IF
           MOVE 'N' TO WRK-CONTATOS-OK
           OPEN INPUT CONTATOS-FILE
           IF WS-CONTATOS-STATUS = "00"
               MOVE 'S' TO WRK-CONTATOS-OK
           END-IF

           OPEN OUTPUT CARTAS-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   CARTAS-LINHA
               WRITE CARTAS-LINHA
           END-IF
           OPEN EXTEND EMAIL-FILE
           IF WS-EMAIL-STATUS NOT = "00"
               CLOSE EMAIL-FILE
               OPEN OUTPUT EMAIL-FILE
           END-IF

           EVALUATE WRK-EVENTO
               WHEN 'R'
                   PERFORM PERCORRE-RISCO
               WHEN 'S'
                   PERFORM PERCORRE-SEGCHAMADA
               WHEN 'V'
                   PERFORM PERCORRE-REVISAO
               WHEN 'P'
                   PERFORM PERCORRE-PENDENCIAS
               WHEN 'A'
                   PERFORM PERCORRE-ABANDONO
           END-EVALUATE

           CLOSE CARTAS-FILE
           CLOSE EMAIL-FILE
           IF WRK-ALUNCAD-OK = 'S'
               CLOSE ALUNO-CAD-FILE
           END-IF
           IF WRK-CONTATOS-OK = 'S'
               CLOSE CONTATOS-FILE
           END-IF

           IF CNT-CARTAS > 0
               CALL "PROG62V" USING WRK-SPOOL-RELATORIO
                   WRK-SPOOL-PROGRAMA WRK-OPERADOR
               END-CALL
           END-IF

           DISPLAY "FATOS DO EVENTO.........: " CNT-CANDIDATOS
           DISPLAY "JA CORRESPONDIDOS.......: " CNT-JA-ENVIADAS
           DISPLAY "CARTAS EMITIDAS (CARTAS): " CNT-CARTAS
           DISPLAY "  COM E-MAIL (EMAILLOTE): " CNT-EMAILS
           DISPLAY "  SEM CONTATO (BALCAO)..: " CNT-BALCAO.

      * ----------------------------------------------------------------
      * Evento R: registros de ALUNOS do periodo so com P1, fora os
      * suspensos, com P1 abaixo do limite de aprovacao (PROG26).
      * ----------------------------------------------------------------
       PERCORRE-RISCO.

           MOVE "00" TO WS-ALUNOS-STATUS
           OPEN INPUT ALUNOS-FILE
           IF WS-ALUNOS-STATUS NOT = "00"
               DISPLAY "ARQUIVO ALUNOS NAO ENCONTRADO."
           ELSE
               PERFORM UNTIL WS-ALUNOS-STATUS = "10"
                   READ ALUNOS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ALUNOS-STATUS
                       NOT AT END
                           IF GR-PERIODO = WRK-PERIODO AND
                              GR-P2 = ZEROS AND GR-P3 = ZEROS AND
                              GR-SITUACAO (1:8) NOT = "SUSPENSO" AND
                              GR-P1 < FXV-LIMITE-APROVA
                               MOVE GR-MATRICULA TO WRK-MATRICULA
                               MOVE GR-NOME TO WRK-NOME-ORIGEM
                               MOVE GR-MATERIA TO WRK-MATERIA
                               MOVE SPACES TO WRK-REFERENCIA
                               STRING "RISCO " GR-PERIODO " "
                                   DELIMITED BY SIZE
                                   GR-MATERIA DELIMITED BY "  "
                                   INTO WRK-REFERENCIA
                               MOVE GR-P1 TO WRK-P1-EDIT
                               MOVE SPACES TO WRK-DETALHE
                               STRING "DISCIPLINA: " GR-MATERIA
                                   " P1: " WRK-P1-EDIT
                                   DELIMITED BY SIZE INTO WRK-DETALHE
                               PERFORM PROCESSA-CANDIDATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS-FILE
           END-IF
           MOVE "00" TO WS-ALUNOS-STATUS.

      * ----------------------------------------------------------------
      * Evento S: segundas chamadas pendentes do periodo (PROG64).
      * ----------------------------------------------------------------
       PERCORRE-SEGCHAMADA.

           MOVE "00" TO WS-SEGCHAMADA-STATUS
           OPEN INPUT SEGCHAMADA-FILE
           IF WS-SEGCHAMADA-STATUS NOT = "00"
               DISPLAY "ARQUIVO SEGCHAMADA NAO ENCONTRADO."
           ELSE
               PERFORM UNTIL WS-SEGCHAMADA-STATUS = "10"
                   READ SEGCHAMADA-FILE
                       AT END
                           MOVE "10" TO WS-SEGCHAMADA-STATUS
                       NOT AT END
                           IF SG-STATUS = 'P' AND
                              SG-PERIODO = WRK-PERIODO
                               MOVE SG-MATRICULA TO WRK-MATRICULA
                               MOVE SPACES TO WRK-NOME-ORIGEM
                               MOVE SG-MATERIA TO WRK-MATERIA
                               MOVE SPACES TO WRK-REFERENCIA
                               STRING "SEGCH " SG-PERIODO " P" SG-PROVA
                                   " " DELIMITED BY SIZE
                                   SG-MATERIA DELIMITED BY "  "
                                   INTO WRK-REFERENCIA
                               MOVE SPACES TO WRK-DETALHE
                               STRING "DISCIPLINA: " SG-MATERIA
                                   " PROVA: " SG-PROVA
                                   " PERIODO: " SG-PERIODO
                                   DELIMITED BY SIZE INTO WRK-DETALHE
                               PERFORM PROCESSA-CANDIDATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGCHAMADA-FILE
           END-IF
           MOVE "00" TO WS-SEGCHAMADA-STATUS.

      * ----------------------------------------------------------------
      * Evento V: pedidos de revisao decididos (D deferido, I
      * indeferido) a partir da data informada (PROG39).
      * ----------------------------------------------------------------
       PERCORRE-REVISAO.

           MOVE "00" TO WS-REVISAO-STATUS
           OPEN INPUT REVISAO-FILE
           IF WS-REVISAO-STATUS NOT = "00"
               DISPLAY "ARQUIVO REVNOTAS NAO ENCONTRADO."
           ELSE
               PERFORM UNTIL WS-REVISAO-STATUS = "10"
                   READ REVISAO-FILE
                       AT END
                           MOVE "10" TO WS-REVISAO-STATUS
                       NOT AT END
                           IF (RV-STATUS = 'D' OR RV-STATUS = 'I') AND
                              (WRK-DESDE = SPACES OR
                               RV-DATA-DECISAO >= WRK-DESDE)
                               MOVE RV-MATRICULA TO WRK-MATRICULA
                               MOVE SPACES TO WRK-NOME-ORIGEM
                               MOVE RV-MATERIA TO WRK-MATERIA
                               MOVE SPACES TO WRK-REFERENCIA
                               STRING "REVISAO " RV-NUMERO
                                   DELIMITED BY SIZE
                                   INTO WRK-REFERENCIA
                               IF RV-STATUS = 'D'
                                   MOVE "DEFERIDO" TO WRK-DECISAO-DESC
                               ELSE
                                   MOVE "INDEFERIDO" TO
                                       WRK-DECISAO-DESC
                               END-IF
                               MOVE SPACES TO WRK-DETALHE
                               STRING "PEDIDO " RV-NUMERO " - "
                                   RV-MATERIA " " RV-PERIODO " - "
                                   WRK-DECISAO-DESC
                                   DELIMITED BY SIZE INTO WRK-DETALHE
                               PERFORM PROCESSA-CANDIDATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVISAO-FILE
           END-IF
           MOVE "00" TO WS-REVISAO-STATUS.

      * ----------------------------------------------------------------
      * Evento P: pendencias ativas incluidas a partir da data
      * informada (PROG75).
      * ----------------------------------------------------------------
       PERCORRE-PENDENCIAS.

           MOVE "00" TO WS-PENDENCIAS-STATUS
           OPEN INPUT PENDENCIAS-FILE
           IF WS-PENDENCIAS-STATUS NOT = "00"
               DISPLAY "ARQUIVO PENDENCIAS NAO ENCONTRADO."
           ELSE
               PERFORM UNTIL WS-PENDENCIAS-STATUS = "10"
                   READ PENDENCIAS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-PENDENCIAS-STATUS
                       NOT AT END
                           IF PE-DATA-BAIXA = SPACES AND
                              (WRK-DESDE = SPACES OR
                               PE-DATA-INCLUSAO >= WRK-DESDE)
                               PERFORM PREPARA-PENDENCIA
                               PERFORM PROCESSA-CANDIDATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDENCIAS-FILE
           END-IF
           MOVE "00" TO WS-PENDENCIAS-STATUS.

      * ----------------------------------------------------------------
      * Referencia e detalhe da pendencia corrente.
      * ----------------------------------------------------------------
       PREPARA-PENDENCIA.

           MOVE PE-MATRICULA TO WRK-MATRICULA
           MOVE SPACES TO WRK-NOME-ORIGEM
           MOVE SPACES TO WRK-MATERIA
           MOVE SPACES TO WRK-REFERENCIA
           STRING "PENDENCIA " PE-SEQUENCIA
               DELIMITED BY SIZE INTO WRK-REFERENCIA
           EVALUATE PE-TIPO
               WHEN 'B'
                   MOVE "BIBLIOTECA" TO WRK-TIPO-PEND-DESC
               WHEN 'F'
                   MOVE "FINANCEIRO" TO WRK-TIPO-PEND-DESC
               WHEN 'D'
                   MOVE "DOCUMENTACAO" TO WRK-TIPO-PEND-DESC
               WHEN OTHER
                   MOVE PE-TIPO TO WRK-TIPO-PEND-DESC
           END-EVALUATE
           MOVE SPACES TO WRK-DETALHE
           STRING WRK-TIPO-PEND-DESC " - " PE-ORIGEM " - " PE-MOTIVO
               DELIMITED BY SIZE INTO WRK-DETALHE.

      * ----------------------------------------------------------------
      * Evento A: candidatos da ultima lista de abandono (PROG100).
      * ----------------------------------------------------------------
       PERCORRE-ABANDONO.

           MOVE "00" TO WS-ABANDCAND-STATUS
           OPEN INPUT CANDIDATOS-FILE
           IF WS-ABANDCAND-STATUS NOT = "00"
               DISPLAY "ARQUIVO ABANDCAND NAO ENCONTRADO."
           ELSE
               PERFORM UNTIL WS-ABANDCAND-STATUS = "10"
                   READ CANDIDATOS-FILE
                       AT END
                           MOVE "10" TO WS-ABANDCAND-STATUS
                       NOT AT END
                           MOVE AB-MATRICULA TO WRK-MATRICULA
                           MOVE AB-NOME TO WRK-NOME-ORIGEM
                           MOVE SPACES TO WRK-MATERIA
                           MOVE AB-PERIODO TO WRK-PERIODO
                           MOVE SPACES TO WRK-REFERENCIA
                           STRING "ABANDONO " AB-PERIODO
                               DELIMITED BY SIZE INTO WRK-REFERENCIA
                           MOVE SPACES TO WRK-DETALHE
                           STRING "PERIODO: " AB-PERIODO
                               "  PERIODO ANTERIOR: " AB-PERIODO-ANT
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           PERFORM PROCESSA-CANDIDATO
                   END-READ
               END-PERFORM
               CLOSE CANDIDATOS-FILE
           END-IF
           MOVE "00" TO WS-ABANDCAND-STATUS.

      * ----------------------------------------------------------------
      * Um fato do evento: confere se a carta ja foi enviada, escolhe
      * o destinatario, emite a carta e o e-mail e registra.
      * ----------------------------------------------------------------
       PROCESSA-CANDIDATO.

           ADD 1 TO CNT-CANDIDATOS
           PERFORM CONFERE-CORRESPONDENCIA

           IF WRK-JA-ENVIADA = 'S'
               ADD 1 TO CNT-JA-ENVIADAS
           ELSE
               PERFORM OBTEM-DESTINATARIO
               PERFORM MONTA-CORPO-CARTA
               PERFORM IMPRIME-CARTA
               IF WRK-MEIO = 'E'
                   PERFORM GRAVA-EMAIL
               END-IF
               PERFORM GRAVA-CORRESPONDENCIA
           END-IF.

      * ----------------------------------------------------------------
      * Percorre as cartas ja registradas da matricula: marca
      * WRK-JA-ENVIADA quando o mesmo evento e referencia ja constam
      * e apura a ultima sequencia usada.
      * ----------------------------------------------------------------
       CONFERE-CORRESPONDENCIA.

           MOVE 'N' TO WRK-JA-ENVIADA
           MOVE ZEROS TO WRK-ULTIMA-SEQ
           MOVE "00" TO WS-CORRESP-STATUS

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
                               MOVE CR-SEQUENCIA TO WRK-ULTIMA-SEQ
                               IF CR-EVENTO = WRK-EVENTO AND
                                  CR-REFERENCIA = WRK-REFERENCIA
                                   MOVE 'S' TO WRK-JA-ENVIADA
                               END-IF
                           ELSE
                               MOVE "10" TO WS-CORRESP-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRESP-FILE
           END-IF
           MOVE "00" TO WS-CORRESP-STATUS.

      * ----------------------------------------------------------------
      * Nome do aluno (ALUNCAD, ou o do arquivo de origem) e contato:
      * o menor de 18 anos com responsavel recebe a carta em nome do
      * responsavel, e o e-mail vai ao responsavel. Sem contato, a
      * carta sai para entrega no balcao.
      * ----------------------------------------------------------------
       OBTEM-DESTINATARIO.

           MOVE WRK-NOME-ORIGEM TO WRK-NOME
           IF WRK-ALUNCAD-OK = 'S'
               MOVE WRK-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AC-NOME TO WRK-NOME
               END-READ
           END-IF

           MOVE 'N' TO WRK-ACHOU-CONTATO
           IF WRK-CONTATOS-OK = 'S'
               MOVE WRK-MATRICULA TO CT-MATRICULA
               READ CONTATOS-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHOU-CONTATO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-CONTATO
               END-READ
           END-IF

           MOVE WRK-NOME TO WRK-DESTINATARIO
           MOVE SPACES TO WRK-EMAIL
           IF WRK-ACHOU-CONTATO NOT = 'S'
               MOVE 'B' TO WRK-MEIO
               ADD 1 TO CNT-BALCAO
           ELSE
               MOVE CT-EMAIL TO WRK-EMAIL
               MOVE 99 TO WRK-IDADE
               IF CT-DATA-NASC IS NUMERIC
                   MOVE CT-DATA-NASC TO WRK-DATA-NASC
                   IF WRK-DATA-NASC <= WRK-DATA-HOJE
                       COMPUTE WRK-IDADE =
                           (WRK-DATA-HOJE - WRK-DATA-NASC) / 10000
                   END-IF
               END-IF
               IF WRK-IDADE < 18 AND CT-RESP-NOME NOT = SPACES
                   MOVE CT-RESP-NOME TO WRK-DESTINATARIO
                   MOVE CT-RESP-EMAIL TO WRK-EMAIL
               END-IF
               IF WRK-EMAIL = SPACES
                   MOVE 'C' TO WRK-MEIO
               ELSE
                   MOVE 'E' TO WRK-MEIO
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Monta o corpo da carta: vocativo, texto do modelo, detalhe do
      * fato e assinatura.
      * ----------------------------------------------------------------
       MONTA-CORPO-CARTA.

           MOVE SPACES TO CORPO-CARTA
           STRING "PREZADO(A) " DELIMITED BY SIZE
               WRK-DESTINATARIO DELIMITED BY "  "
               "," DELIMITED BY SIZE
               INTO CC-LINHA (1)
           PERFORM VARYING IND-LINHA FROM 1 BY 1 UNTIL IND-LINHA > 4
               MOVE MC-LINHA (IND-MODELO IND-LINHA) TO
                   CC-LINHA (IND-LINHA + 2)
           END-PERFORM
           MOVE WRK-DETALHE TO CC-LINHA (8)
           MOVE "ATENCIOSAMENTE," TO CC-LINHA (10)
           MOVE "SECRETARIA ACADEMICA" TO CC-LINHA (12)
           MOVE 12 TO QTD-LINHAS-CORPO.

      * ----------------------------------------------------------------
      * Imprime a carta corrente no arquivo CARTAS.
      * ----------------------------------------------------------------
       IMPRIME-CARTA.

           ADD 1 TO CNT-CARTAS
           MOVE SPACES TO CARTAS-LINHA
           STRING "SECRETARIA ACADEMICA" DELIMITED BY SIZE
               INTO CARTAS-LINHA
           MOVE WRK-DATA-HOJE TO CARTAS-LINHA (71:8)
           WRITE CARTAS-LINHA
           MOVE SPACES TO CARTAS-LINHA
           WRITE CARTAS-LINHA
           MOVE WRK-DESTINATARIO TO CARTAS-LINHA
           WRITE CARTAS-LINHA
           IF WRK-MEIO = 'B'
               MOVE "ENDERECO NAO CADASTRADO - ENTREGA NO BALCAO" TO
                   CARTAS-LINHA
               WRITE CARTAS-LINHA
           ELSE
               MOVE CT-ENDERECO TO CARTAS-LINHA
               WRITE CARTAS-LINHA
               MOVE SPACES TO CARTAS-LINHA
               STRING CT-BAIRRO " " CT-CIDADE " " CT-UF " CEP "
                   CT-CEP
                   DELIMITED BY SIZE INTO CARTAS-LINHA
               WRITE CARTAS-LINHA
           END-IF
           MOVE SPACES TO CARTAS-LINHA
           WRITE CARTAS-LINHA
           MOVE SPACES TO CARTAS-LINHA
           STRING "ASSUNTO: " MC-ASSUNTO (IND-MODELO)
               DELIMITED BY SIZE INTO CARTAS-LINHA
           WRITE CARTAS-LINHA
           MOVE SPACES TO CARTAS-LINHA
           STRING "ALUNO: " WRK-MATRICULA " " WRK-NOME
               DELIMITED BY SIZE INTO CARTAS-LINHA
           WRITE CARTAS-LINHA
           MOVE SPACES TO CARTAS-LINHA
           WRITE CARTAS-LINHA
           PERFORM VARYING IND-LINHA FROM 1 BY 1
                   UNTIL IND-LINHA > QTD-LINHAS-CORPO
               MOVE CC-LINHA (IND-LINHA) TO CARTAS-LINHA
               WRITE CARTAS-LINHA
           END-PERFORM
           MOVE ALL "=" TO CARTAS-LINHA
           WRITE CARTAS-LINHA.

      * ----------------------------------------------------------------
      * Acrescenta a carta corrente ao lote de e-mail.
      * ----------------------------------------------------------------
       GRAVA-EMAIL.

           ADD 1 TO CNT-EMAILS
           MOVE SPACES TO EMAIL-LINHA
           MOVE 'H' TO EM-TIPO
           MOVE WRK-MATRICULA TO EM-MATRICULA
           MOVE WRK-EMAIL TO EM-DESTINO
           MOVE MC-ASSUNTO (IND-MODELO) TO EM-ASSUNTO
           WRITE EMAIL-LINHA

           MOVE SPACES TO EMAIL-LINHA
           MOVE 'L' TO EM-TIPO
           STRING "ALUNO: " WRK-MATRICULA " " WRK-NOME
               DELIMITED BY SIZE INTO EM-TEXTO
           WRITE EMAIL-LINHA
           PERFORM VARYING IND-LINHA FROM 1 BY 1
                   UNTIL IND-LINHA > QTD-LINHAS-CORPO
               MOVE SPACES TO EMAIL-LINHA
               MOVE 'L' TO EM-TIPO
               MOVE CC-LINHA (IND-LINHA) TO EM-TEXTO
               WRITE EMAIL-LINHA
           END-PERFORM

           MOVE SPACES TO EMAIL-LINHA
           MOVE 'F' TO EM-TIPO
           WRITE EMAIL-LINHA.

      * ----------------------------------------------------------------
      * Registra a carta no CORRESP, criando o arquivo na primeira
      * execucao, e a transacao no TRANSLOG.
      * ----------------------------------------------------------------
       GRAVA-CORRESPONDENCIA.

           MOVE "00" TO WS-CORRESP-STATUS
           OPEN I-O CORRESP-FILE
           IF WS-CORRESP-STATUS NOT = "00"
               CLOSE CORRESP-FILE
               OPEN OUTPUT CORRESP-FILE
           END-IF

           MOVE SPACES           TO CORRESP-REC
           MOVE WRK-MATRICULA    TO CR-MATRICULA
           ADD 1 TO WRK-ULTIMA-SEQ GIVING CR-SEQUENCIA
           MOVE WRK-EVENTO       TO CR-EVENTO
           MOVE WRK-REFERENCIA   TO CR-REFERENCIA
           MOVE WRK-MEIO         TO CR-MEIO
           MOVE WRK-DESTINATARIO TO CR-DESTINATARIO
           MOVE WRK-EMAIL        TO CR-EMAIL
           MOVE WRK-DATA-HOJE    TO CR-DATA-ENVIO
           MOVE WRK-OPERADOR     TO CR-OPERADOR

           WRITE CORRESP-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR A CARTA (CHAVE "
                       CR-CHAVE " JA EXISTE)."
               NOT INVALID KEY
                   MOVE SPACES TO WRK-DESCRICAO-LOG
                   STRING "CARTA " WRK-EVENTO " " CR-SEQUENCIA " "
                       WRK-REFERENCIA
                       DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                   PERFORM GRAVA-TRANSACAO
           END-WRITE

           CLOSE CORRESP-FILE
           MOVE "00" TO WS-CORRESP-STATUS.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a carta emitida.
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
           MOVE 'PROG110'         TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE WRK-MATRICULA     TO TR-MATRICULA
           MOVE WRK-MATERIA       TO TR-MATERIA
           MOVE WRK-PERIODO       TO TR-PERIODO

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG110.
