      *                 concessao, o credito saia como disciplina
      *                 cursada "(ARQUIVADO)" e sumia da secao
      *                 propria.
      *   15/10 - RLS - Aluno com pendencia ativa no arquivo PENDENCIAS
      *                 (PROG75, consultado pelo PROG75V) nao recebe o
      *                 historico: a emissao e recusada com o tipo e a
      *                 origem da pendencia.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      *   15/10 - RLS - Historico emitido na regiao de treinamento
      *                 sai com a faixa TREINAMENTO na primeira linha.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG27.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-ALUNOIDX-STATUS   PIC X(02) VALUE "00".
       77 WS-ALUNOS-STATUS     PIC X(02) VALUE "00".
       77 WRK-INSTITUICAO      PIC X(30) VALUE SPACES.
       77 WRK-NOTA-ORIGINAL    PIC X(10) VALUE SPACES.
       77 WRK-APROV-ARQUIVADO  PIC X(01) VALUE 'N'.
       77 WRK-TEM-PENDENCIA    PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO-PEND      PIC X(40) VALUE SPACES.

      * Registro arquivado pelo PROG41 em transito para o historico.
       01  REG-ARQUIVADO.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "EMISSAO DE HISTORICO ESCOLAR (HISTESC)".
           DISPLAY "===================================".

           PERFORM IDENTIFICA-ALUNO

           MOVE 'N' TO WRK-TEM-PENDENCIA
           IF WRK-IDENTIFICADO = 'S'
               CALL "PROG75V" USING WRK-MATRICULA WRK-TEM-PENDENCIA
                   WRK-MOTIVO-PEND
               END-CALL
           END-IF

           IF WRK-IDENTIFICADO NOT = 'S'
               DISPLAY "MATRICULA " WRK-MATRICULA " NAO ENCONTRADA "
                   "NO CADASTRO NEM NO INDICE."
           ELSE
               IF WRK-TEM-PENDENCIA = 'S'
                   DISPLAY "HISTORICO NAO EMITIDO: MATRICULA "
                       WRK-MATRICULA " COM PENDENCIA ATIVA ("
                       WRK-MOTIVO-PEND ")."
                   DISPLAY "REGULARIZE A PENDENCIA (PROG75) ANTES DA "
                       "EMISSAO."
               ELSE
                   OPEN OUTPUT HISTORICO-FILE
                   IF WRK-REGIAO = 'T'
                       MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                           HISTORICO-LINHA
                       WRITE HISTORICO-LINHA
                   END-IF
                   PERFORM SECAO-CABECALHO
                   PERFORM SECAO-LANCAMENTOS-ALUNOS
                   PERFORM SECAO-DISCIPLINAS
                   PERFORM SECAO-APROVEITAMENTO
                   PERFORM SECAO-RECUPERACOES
                   PERFORM SECAO-ASSINATURA
                   CLOSE HISTORICO-FILE
                   DISPLAY "HISTORICO GRAVADO EM HISTESC."
               END-IF
           END-IF

           GOBACK.
