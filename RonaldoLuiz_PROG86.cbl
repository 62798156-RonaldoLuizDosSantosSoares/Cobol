      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Emissao de declaracoes autenticadas. Produz, no
      *          arquivo DECLARACAO, a declaracao de matricula (ALUNCAD
      *          e as disciplinas do periodo no INSCRICAO), o atestado
      *          de frequencia (aulas e faltas do periodo no
      *          FREQUENCIA) ou a via autenticada do historico escolar
      *          ja gerado pelo PROG27 no HISTESC, sempre com um codigo
      *          de autenticacao unico (oito digitos e digito
      *          verificador modulo 11). Cada emissao vai para o
      *          registro de documentos emitidos DOCEMITIDOS (codigo,
      *          matricula, tipo, data, operador e resumo do conteudo)
      *          e para o TRANSLOG. A opcao de revogacao marca o
      *          documento como revogado (por exemplo, um historico
      *          emitido antes de uma correcao de nota), com motivo, e
      *          grava a revogacao no TRANSLOG. A conferencia do codigo
      *          e feita pelo PROG87. Documento retido no spool
      *          (PROG62V). Exige sign-on (PROG15V); a revogacao exige
      *          perfil de correcao (C) ou fechamento (F).
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG86); o
      *                 perfil padrao de qualquer letra mantem o acesso
      *                 de antes. A revogacao passa a exigir a funcao
      *                 PROG86-REVOGA no lugar da letra C/F.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG86.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCEMITIDOS-FILE ASSIGN TO "DOCEMITIDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-CODIGO OF DOCEMITIDO-REC
               FILE STATUS IS WS-DOCEMITIDOS-STATUS.

           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT INSCRICAO-FILE ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CHAVE OF INSCRICAO-REC
               FILE STATUS IS WS-INSCRICAO-STATUS.

           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE OF FREQUENCIA-REC
               FILE STATUS IS WS-FREQUENCIA-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "HISTESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT DECLARACAO-FILE ASSIGN TO "DECLARACAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECLARACAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCEMITIDOS-FILE.
       01  DOCEMITIDO-REC.
           COPY DOCEMREC.

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  INSCRICAO-FILE.
       01  INSCRICAO-REC.
           COPY INSCRREC.

       FD  FREQUENCIA-FILE.
       01  FREQUENCIA-REC.
           COPY FREQREC.

      * Historico gerado pelo PROG27 (HISTORICO-LINHA X(120)).
       FD  HISTORICO-FILE.
       01  HISTORICO-LINHA         PIC X(120).

       FD  TRANS-LOG-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       FD  DECLARACAO-FILE.
       01  DECLARACAO-LINHA        PIC X(120).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO            PIC X(01) VALUE 'P'.
       77 WS-DOCEMITIDOS-STATUS PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-INSCRICAO-STATUS  PIC X(02) VALUE "00".
       77 WS-FREQUENCIA-STATUS PIC X(02) VALUE "00".
       77 WS-HISTORICO-STATUS  PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS   PIC X(02) VALUE "00".
       77 WS-DECLARACAO-STATUS PIC X(02) VALUE "00".
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
       77 WRK-TURMA-CAD        PIC X(10) VALUE SPACES.
       77 WRK-SIT-CAD          PIC X(01) VALUE SPACE.
       77 WRK-TIPO             PIC X(01) VALUE SPACE.
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
       77 WRK-RESUMO           PIC X(60) VALUE SPACES.
       77 WRK-DESCRICAO-LOG    PIC X(40) VALUE SPACES.
       77 WRK-PODE-EMITIR      PIC X(01) VALUE 'N'.
       77 WRK-DATA-HIST        PIC X(08) VALUE SPACES.
       77 WRK-CODIGO           PIC X(11) VALUE SPACES.
       77 WRK-CODIGO-LIVRE     PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO           PIC X(30) VALUE SPACES.
       77 WRK-PRESENCA         PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PRESENCA-EDIT    PIC ZZ9.9.
       77 CNT-LINHAS           PIC 9(05) VALUE ZEROS.
       77 CNT-DISCIPLINAS      PIC 9(03) VALUE ZEROS.
       77 DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77 HORA-AGORA           PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-JULIANO      PIC 9(07) VALUE ZEROS.
       77 WRK-SEMENTE          PIC 9(15) VALUE ZEROS.
       77 WRK-MISTURA          PIC 9(15) VALUE ZEROS.
       77 WRK-QUOCIENTE        PIC 9(15) VALUE ZEROS.
       77 WRK-RESTO-SEMENTE    PIC 9(10) VALUE ZEROS.
       77 WRK-SOMA-DV          PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-DV         PIC 9(02) VALUE ZEROS.
       77 WRK-DV               PIC 9(02) VALUE ZEROS.
       77 IND-DIG              PIC 9(02) VALUE ZEROS.
       77 WRK-PESO             PIC 9(02) VALUE ZEROS.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "DECLARACAO".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG86".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.

      * Numero de oito digitos do codigo, com visao por digito para o
      * calculo do verificador.
       01  WRK-NUMERO-CODIGO      PIC 9(08) VALUE ZEROS.
       01  WRK-NUMERO-DIGITOS REDEFINES WRK-NUMERO-CODIGO.
           05 WRK-DIGITO          PIC 9(01) OCCURS 8 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "DECLARACOES AUTENTICADAS (DOCEMITIDOS)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG86" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG86. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           MOVE WRK-OPERADOR TO WRK-SPOOL-OPERADOR

           PERFORM PROCESSA-UMA-OPCAO
               UNTIL WRK-CONTINUA NOT = 'S' AND WRK-CONTINUA NOT = 's'

           GOBACK.

      * ----------------------------------------------------------------
      * Mostra o menu e executa a opcao escolhida.
      * ----------------------------------------------------------------
       PROCESSA-UMA-OPCAO.

           DISPLAY "-----------------------------------"
           DISPLAY "  M - DECLARACAO DE MATRICULA"
           DISPLAY "  F - ATESTADO DE FREQUENCIA"
           DISPLAY "  H - HISTORICO ESCOLAR AUTENTICADO (HISTESC)"
           DISPLAY "  R - REVOGAR DOCUMENTO EMITIDO"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'M'
               WHEN 'm'
                   MOVE 'M' TO WRK-TIPO
                   PERFORM EMITE-DOCUMENTO
               WHEN 'F'
               WHEN 'f'
                   MOVE 'F' TO WRK-TIPO
                   PERFORM EMITE-DOCUMENTO
               WHEN 'H'
               WHEN 'h'
                   MOVE 'H' TO WRK-TIPO
                   PERFORM EMITE-DOCUMENTO
               WHEN 'R'
               WHEN 'r'
                   PERFORM REVOGA-DOCUMENTO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE

           DISPLAY "DESEJA CONTINUAR? (S/N)"
           ACCEPT WRK-CONTINUA.

      * ----------------------------------------------------------------
      * Pede e valida a matricula (digito via PROG10V) e le o
      * cadastro mestre ALUNCAD.
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
           MOVE SPACES TO WRK-NOME-CAD WRK-CURSO-CAD WRK-TURMA-CAD
               WRK-SIT-CAD

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
                       MOVE AC-TURMA TO WRK-TURMA-CAD
                       MOVE AC-SITUACAO-CAD TO WRK-SIT-CAD
               END-READ
               CLOSE ALUNO-CAD-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Emissao de um documento do tipo WRK-TIPO: confere se pode ser
      * emitido, gera o codigo, grava o documento, o registro e o
      * TRANSLOG, e retem no spool.
      * ----------------------------------------------------------------
       EMITE-DOCUMENTO.

           PERFORM OBTEM-MATRICULA
           MOVE SPACES TO WRK-PERIODO
           IF WRK-TIPO NOT = 'H'
               DISPLAY "PERIODO (EX. 2026-1):"
               ACCEPT WRK-PERIODO
           END-IF

           MOVE 'N' TO WRK-PODE-EMITIR
           EVALUATE WRK-TIPO
               WHEN 'M'
                   PERFORM CONFERE-MATRICULA
               WHEN 'F'
                   PERFORM CONFERE-FREQUENCIA
               WHEN OTHER
                   PERFORM CONFERE-HISTORICO
           END-EVALUATE

           IF WRK-PODE-EMITIR = 'S'
               ACCEPT DATA-HOJE FROM DATE YYYYMMDD
               PERFORM GERA-CODIGO
               OPEN OUTPUT DECLARACAO-FILE
               IF WRK-REGIAO = 'T'
                   MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                       DECLARACAO-LINHA
                   WRITE DECLARACAO-LINHA
               END-IF
               EVALUATE WRK-TIPO
                   WHEN 'M'
                       PERFORM IMPRIME-MATRICULA
                   WHEN 'F'
                       PERFORM IMPRIME-FREQUENCIA
                   WHEN OTHER
                       PERFORM IMPRIME-HISTORICO
               END-EVALUATE
               PERFORM IMPRIME-AUTENTICACAO
               CLOSE DECLARACAO-FILE

               PERFORM GRAVA-REGISTRO
               MOVE SPACES TO WRK-DESCRICAO-LOG
               STRING "EMISSAO DOC " WRK-TIPO " COD " WRK-CODIGO
                   DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
               PERFORM GRAVA-TRANSACAO

               CALL "PROG62V" USING WRK-SPOOL-RELATORIO
                   WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
               END-CALL

               DISPLAY "DOCUMENTO GRAVADO EM DECLARACAO. CODIGO DE "
                   "AUTENTICACAO: " WRK-CODIGO
           END-IF.

      * ----------------------------------------------------------------
      * Declaracao de matricula: aluno ativo no cadastro e com
      * inscricao no periodo.
      * ----------------------------------------------------------------
       CONFERE-MATRICULA.

           IF WRK-ACHOU-CAD NOT = 'S'
               DISPLAY "MATRICULA " WRK-MATRICULA " NAO CONSTA DO "
                   "CADASTRO MESTRE (PROG12). DOCUMENTO NAO EMITIDO."
           ELSE
               IF WRK-SIT-CAD NOT = 'A'
                   DISPLAY "MATRICULA COM SITUACAO " WRK-SIT-CAD
                       " (NAO ATIVA). DECLARACAO NAO EMITIDA."
               ELSE
                   PERFORM CONTA-INSCRICOES
                   IF CNT-DISCIPLINAS = 0
                       DISPLAY "NENHUMA INSCRICAO NO PERIODO "
                           WRK-PERIODO ". DECLARACAO NAO EMITIDA."
                   ELSE
                       MOVE 'S' TO WRK-PODE-EMITIR
                       MOVE SPACES TO WRK-RESUMO
                       STRING "DECLARACAO DE MATRICULA " WRK-PERIODO
                           " - " CNT-DISCIPLINAS " DISCIPLINA(S)"
                           DELIMITED BY SIZE INTO WRK-RESUMO
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Atestado de frequencia: aluno no cadastro e com frequencia
      * lancada no periodo.
      * ----------------------------------------------------------------
       CONFERE-FREQUENCIA.

           IF WRK-ACHOU-CAD NOT = 'S'
               DISPLAY "MATRICULA " WRK-MATRICULA " NAO CONSTA DO "
                   "CADASTRO MESTRE (PROG12). DOCUMENTO NAO EMITIDO."
           ELSE
               MOVE 'N' TO WRK-OPCAO
               PERFORM LE-FREQUENCIAS
               IF CNT-DISCIPLINAS = 0
                   DISPLAY "NENHUMA FREQUENCIA LANCADA NO PERIODO "
                       WRK-PERIODO ". ATESTADO NAO EMITIDO."
               ELSE
                   MOVE 'S' TO WRK-PODE-EMITIR
                   MOVE SPACES TO WRK-RESUMO
                   STRING "ATESTADO DE FREQUENCIA " WRK-PERIODO
                       " - " CNT-DISCIPLINAS " DISCIPLINA(S)"
                       DELIMITED BY SIZE INTO WRK-RESUMO
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Historico: o HISTESC gerado pelo PROG27 tem de ser da
      * matricula informada (linha "MATRICULA: nnnnnn   EMITIDO EM:").
      * ----------------------------------------------------------------
       CONFERE-HISTORICO.

           MOVE ZEROS TO CNT-LINHAS
           MOVE SPACES TO WRK-DATA-HIST
           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "HISTESC NAO ENCONTRADO. EMITA O HISTORICO "
                   "PELO PROG27 ANTES."
           ELSE
               PERFORM UNTIL WS-HISTORICO-STATUS = "10"
                   READ HISTORICO-FILE
                       AT END
                           MOVE "10" TO WS-HISTORICO-STATUS
                       NOT AT END
                           ADD 1 TO CNT-LINHAS
                           IF HISTORICO-LINHA (1:11) = "MATRICULA: "
                              AND WRK-DATA-HIST = SPACES
                               IF HISTORICO-LINHA (12:6) =
                                  WRK-MATRICULA
                                   MOVE HISTORICO-LINHA (33:8) TO
                                       WRK-DATA-HIST
                               ELSE
                                   MOVE "OUTRA" TO WRK-DATA-HIST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
               IF WRK-DATA-HIST = SPACES OR WRK-DATA-HIST = "OUTRA"
                   DISPLAY "O HISTESC ATUAL NAO E DA MATRICULA "
                       WRK-MATRICULA ". EMITA O HISTORICO PELO "
                       "PROG27 ANTES."
               ELSE
                   MOVE 'S' TO WRK-PODE-EMITIR
                   MOVE SPACES TO WRK-RESUMO
                   STRING "HISTORICO ESCOLAR GERADO EM " WRK-DATA-HIST
                       " - " CNT-LINHAS " LINHAS"
                       DELIMITED BY SIZE INTO WRK-RESUMO
               END-IF
           END-IF
           MOVE "00" TO WS-HISTORICO-STATUS.

      * ----------------------------------------------------------------
      * Conta as inscricoes da matricula no periodo (START na
      * matricula, leitura enquanto a matricula conferir).
      * ----------------------------------------------------------------
       CONTA-INSCRICOES.

           MOVE ZEROS TO CNT-DISCIPLINAS
           MOVE 'N' TO WRK-OPCAO
           PERFORM LE-INSCRICOES.

      * ----------------------------------------------------------------
      * Le as inscricoes da matricula no periodo. Com WRK-OPCAO = 'S'
      * imprime cada disciplina; senao so conta.
      * ----------------------------------------------------------------
       LE-INSCRICOES.

           MOVE ZEROS TO CNT-DISCIPLINAS
           MOVE "00" TO WS-INSCRICAO-STATUS
           OPEN INPUT INSCRICAO-FILE
           IF WS-INSCRICAO-STATUS = "00"
               MOVE WRK-MATRICULA TO IN-MATRICULA
               MOVE LOW-VALUES TO IN-MATERIA
               MOVE LOW-VALUES TO IN-PERIODO
               START INSCRICAO-FILE KEY NOT LESS THAN IN-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-INSCRICAO-STATUS
               END-START
               PERFORM UNTIL WS-INSCRICAO-STATUS = "10"
                   READ INSCRICAO-FILE NEXT
                       AT END
                           MOVE "10" TO WS-INSCRICAO-STATUS
                       NOT AT END
                           IF IN-MATRICULA NOT = WRK-MATRICULA
                               MOVE "10" TO WS-INSCRICAO-STATUS
                           ELSE
                               IF IN-PERIODO = WRK-PERIODO
                                   ADD 1 TO CNT-DISCIPLINAS
                                   IF WRK-OPCAO = 'S'
                                       MOVE SPACES TO DECLARACAO-LINHA
                                       STRING "    " IN-MATERIA
                                           "  TURMA " IN-TURMA
                                           DELIMITED BY SIZE
                                           INTO DECLARACAO-LINHA
                                       WRITE DECLARACAO-LINHA
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSCRICAO-FILE
           END-IF
           MOVE "00" TO WS-INSCRICAO-STATUS.

      * ----------------------------------------------------------------
      * Le as frequencias da matricula no periodo. Com WRK-OPCAO =
      * 'S' imprime aulas, faltas e percentual de presenca.
      * ----------------------------------------------------------------
       LE-FREQUENCIAS.

           MOVE ZEROS TO CNT-DISCIPLINAS
           MOVE "00" TO WS-FREQUENCIA-STATUS
           OPEN INPUT FREQUENCIA-FILE
           IF WS-FREQUENCIA-STATUS = "00"
               MOVE WRK-MATRICULA TO FQ-MATRICULA
               MOVE LOW-VALUES TO FQ-MATERIA
               MOVE LOW-VALUES TO FQ-PERIODO
               START FREQUENCIA-FILE KEY NOT LESS THAN FQ-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-FREQUENCIA-STATUS
               END-START
               PERFORM UNTIL WS-FREQUENCIA-STATUS = "10"
                   READ FREQUENCIA-FILE NEXT
                       AT END
                           MOVE "10" TO WS-FREQUENCIA-STATUS
                       NOT AT END
                           IF FQ-MATRICULA NOT = WRK-MATRICULA
                               MOVE "10" TO WS-FREQUENCIA-STATUS
                           ELSE
                               IF FQ-PERIODO = WRK-PERIODO
                                   ADD 1 TO CNT-DISCIPLINAS
                                   IF WRK-OPCAO = 'S'
                                       PERFORM IMPRIME-UMA-FREQUENCIA
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREQUENCIA-FILE
           END-IF
           MOVE "00" TO WS-FREQUENCIA-STATUS.

      * ----------------------------------------------------------------
      * Linha de uma disciplina no atestado de frequencia.
      * ----------------------------------------------------------------
       IMPRIME-UMA-FREQUENCIA.

           MOVE ZEROS TO WRK-PRESENCA
           IF FQ-TOTAL-AULAS > 0
               COMPUTE WRK-PRESENCA ROUNDED =
                   (FQ-TOTAL-AULAS - FQ-FALTAS) * 100 / FQ-TOTAL-AULAS
           END-IF
           MOVE WRK-PRESENCA TO WRK-PRESENCA-EDIT

           MOVE SPACES TO DECLARACAO-LINHA
           MOVE FQ-MATERIA TO DECLARACAO-LINHA (5:30)
           MOVE FQ-TOTAL-AULAS TO DECLARACAO-LINHA (38:3)
           MOVE FQ-FALTAS TO DECLARACAO-LINHA (47:3)
           MOVE WRK-PRESENCA-EDIT TO DECLARACAO-LINHA (56:5)
           MOVE "%" TO DECLARACAO-LINHA (61:1)
           WRITE DECLARACAO-LINHA.

      * ----------------------------------------------------------------
      * Gera o codigo de autenticacao: oito digitos misturados a
      * partir da data, da hora e da matricula, mais o digito
      * verificador modulo 11; repete ate achar codigo livre no
      * registro.
      * ----------------------------------------------------------------
       GERA-CODIGO.

           ACCEPT HORA-AGORA FROM TIME
           COMPUTE WRK-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE (DATA-HOJE)
           COMPUTE WRK-SEMENTE = WRK-DIA-JULIANO * 100000000
               + HORA-AGORA
           DIVIDE WRK-SEMENTE BY 10000000000 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO-SEMENTE
           COMPUTE WRK-MISTURA = WRK-RESTO-SEMENTE * 7919
               + WRK-MATRICULA * 104729
           DIVIDE WRK-MISTURA BY 100000000 GIVING WRK-QUOCIENTE
               REMAINDER WRK-NUMERO-CODIGO

           MOVE 'N' TO WRK-CODIGO-LIVRE
           PERFORM UNTIL WRK-CODIGO-LIVRE = 'S'
               PERFORM MONTA-CODIGO
               PERFORM VERIFICA-CODIGO-LIVRE
               IF WRK-CODIGO-LIVRE NOT = 'S'
                   IF WRK-NUMERO-CODIGO = 99999999
                       MOVE ZEROS TO WRK-NUMERO-CODIGO
                   ELSE
                       ADD 1 TO WRK-NUMERO-CODIGO
                   END-IF
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Calcula o digito verificador modulo 11 (pesos 2 a 9 da direita
      * para a esquerda; resto 0 ou 1 da digito 0) e monta o codigo
      * NNNN-NNNN-D.
      * ----------------------------------------------------------------
       MONTA-CODIGO.

           MOVE ZEROS TO WRK-SOMA-DV
           MOVE 2 TO WRK-PESO
           PERFORM VARYING IND-DIG FROM 8 BY -1 UNTIL IND-DIG < 1
               COMPUTE WRK-SOMA-DV = WRK-SOMA-DV +
                   WRK-DIGITO (IND-DIG) * WRK-PESO
               ADD 1 TO WRK-PESO
           END-PERFORM
           DIVIDE WRK-SOMA-DV BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO-DV
           IF WRK-RESTO-DV < 2
               MOVE ZEROS TO WRK-DV
           ELSE
               COMPUTE WRK-DV = 11 - WRK-RESTO-DV
           END-IF

           MOVE SPACES TO WRK-CODIGO
           STRING WRK-NUMERO-CODIGO (1:4) "-" WRK-NUMERO-CODIGO (5:4)
               "-" WRK-DV (2:1)
               DELIMITED BY SIZE INTO WRK-CODIGO.

      * ----------------------------------------------------------------
      * Confere se o codigo montado ainda nao existe no registro.
      * ----------------------------------------------------------------
       VERIFICA-CODIGO-LIVRE.

           MOVE 'S' TO WRK-CODIGO-LIVRE
           MOVE "00" TO WS-DOCEMITIDOS-STATUS
           OPEN INPUT DOCEMITIDOS-FILE
           IF WS-DOCEMITIDOS-STATUS = "00"
               MOVE WRK-CODIGO TO DE-CODIGO
               READ DOCEMITIDOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-CODIGO-LIVRE
               END-READ
               CLOSE DOCEMITIDOS-FILE
           END-IF
           MOVE "00" TO WS-DOCEMITIDOS-STATUS.

      * ----------------------------------------------------------------
      * Cabecalho comum dos documentos.
      * ----------------------------------------------------------------
       IMPRIME-CABECALHO.

           MOVE "==========================================" TO
               DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE "           SECRETARIA ACADEMICA" TO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE "==========================================" TO
               DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE SPACES TO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA.

      * ----------------------------------------------------------------
      * Declaracao de matricula com as disciplinas do periodo.
      * ----------------------------------------------------------------
       IMPRIME-MATRICULA.

           PERFORM IMPRIME-CABECALHO
           MOVE "           DECLARACAO DE MATRICULA" TO
               DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE SPACES TO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE SPACES TO DECLARACAO-LINHA
           STRING "DECLARAMOS QUE " WRK-NOME-CAD
               ", MATRICULA " WRK-MATRICULA ","
               DELIMITED BY SIZE INTO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE SPACES TO DECLARACAO-LINHA
           STRING "ESTA REGULARMENTE MATRICULADO(A) NO CURSO "
               WRK-CURSO-CAD ", TURMA " WRK-TURMA-CAD ","
               DELIMITED BY SIZE INTO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE SPACES TO DECLARACAO-LINHA
           STRING "NO PERIODO LETIVO " WRK-PERIODO
               ", CURSANDO AS DISCIPLINAS:"
               DELIMITED BY SIZE INTO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE SPACES TO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA

           MOVE 'S' TO WRK-OPCAO
           PERFORM LE-INSCRICOES
           MOVE SPACE TO WRK-OPCAO

           MOVE SPACES TO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE SPACES TO DECLARACAO-LINHA
           STRING "EMITIDA EM " DATA-HOJE (7:2) "/" DATA-HOJE (5:2)
               "/" DATA-HOJE (1:4)
               DELIMITED BY SIZE INTO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA.

      * ----------------------------------------------------------------
      * Atestado de frequencia com aulas, faltas e presenca por
      * disciplina do periodo.
      * ----------------------------------------------------------------
       IMPRIME-FREQUENCIA.

           PERFORM IMPRIME-CABECALHO
           MOVE "           ATESTADO DE FREQUENCIA" TO
               DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE SPACES TO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE SPACES TO DECLARACAO-LINHA
           STRING "ATESTAMOS QUE " WRK-NOME-CAD
               ", MATRICULA " WRK-MATRICULA ", CURSO "
               WRK-CURSO-CAD ","
               DELIMITED BY SIZE INTO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE SPACES TO DECLARACAO-LINHA
           STRING "TEVE NO PERIODO LETIVO " WRK-PERIODO
               " A SEGUINTE FREQUENCIA:"
               DELIMITED BY SIZE INTO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE SPACES TO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA

           MOVE SPACES TO DECLARACAO-LINHA
           MOVE "DISCIPLINA" TO DECLARACAO-LINHA (5:10)
           MOVE "AULAS"      TO DECLARACAO-LINHA (37:5)
           MOVE "FALTAS"     TO DECLARACAO-LINHA (46:6)
           MOVE "PRESENCA"   TO DECLARACAO-LINHA (55:8)
           WRITE DECLARACAO-LINHA

           MOVE 'S' TO WRK-OPCAO
           PERFORM LE-FREQUENCIAS
           MOVE SPACE TO WRK-OPCAO

           MOVE SPACES TO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE SPACES TO DECLARACAO-LINHA
           STRING "EMITIDO EM " DATA-HOJE (7:2) "/" DATA-HOJE (5:2)
               "/" DATA-HOJE (1:4)
               DELIMITED BY SIZE INTO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA.

      * ----------------------------------------------------------------
      * Via autenticada do historico: copia o HISTESC linha a linha.
      * ----------------------------------------------------------------
       IMPRIME-HISTORICO.

           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS = "00"
               PERFORM UNTIL WS-HISTORICO-STATUS = "10"
                   READ HISTORICO-FILE
                       AT END
                           MOVE "10" TO WS-HISTORICO-STATUS
                       NOT AT END
                           MOVE HISTORICO-LINHA TO DECLARACAO-LINHA
                           WRITE DECLARACAO-LINHA
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF
           MOVE "00" TO WS-HISTORICO-STATUS.

      * ----------------------------------------------------------------
      * Bloco de autenticacao ao pe do documento.
      * ----------------------------------------------------------------
       IMPRIME-AUTENTICACAO.

           MOVE SPACES TO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE "------------------------------------------" TO
               DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE SPACES TO DECLARACAO-LINHA
           STRING "CODIGO DE AUTENTICACAO: " WRK-CODIGO
               DELIMITED BY SIZE INTO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE SPACES TO DECLARACAO-LINHA
           STRING "A AUTENTICIDADE DESTE DOCUMENTO PODE SER "
               "CONFIRMADA NA SECRETARIA ACADEMICA"
               DELIMITED BY SIZE INTO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE "INFORMANDO O CODIGO ACIMA." TO DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           MOVE "------------------------------------------" TO
               DECLARACAO-LINHA
           WRITE DECLARACAO-LINHA
           IF WRK-TIPO NOT = 'H'
               MOVE SPACES TO DECLARACAO-LINHA
               WRITE DECLARACAO-LINHA
               MOVE "  ______________________________________" TO
                   DECLARACAO-LINHA
               WRITE DECLARACAO-LINHA
               MOVE "  SECRETARIA ACADEMICA" TO DECLARACAO-LINHA
               WRITE DECLARACAO-LINHA
           END-IF.

      * ----------------------------------------------------------------
      * Grava o documento emitido no registro DOCEMITIDOS.
      * ----------------------------------------------------------------
       GRAVA-REGISTRO.

           MOVE "00" TO WS-DOCEMITIDOS-STATUS
           OPEN I-O DOCEMITIDOS-FILE
           IF WS-DOCEMITIDOS-STATUS NOT = "00"
               CLOSE DOCEMITIDOS-FILE
               OPEN OUTPUT DOCEMITIDOS-FILE
           END-IF

           MOVE SPACES          TO DOCEMITIDO-REC
           MOVE WRK-CODIGO      TO DE-CODIGO
           MOVE WRK-MATRICULA   TO DE-MATRICULA
           MOVE WRK-TIPO        TO DE-TIPO
           MOVE WRK-PERIODO     TO DE-PERIODO
           MOVE DATA-HOJE       TO DE-DATA-EMISSAO
           MOVE HORA-AGORA (1:6) TO DE-HORA-EMISSAO
           MOVE WRK-OPERADOR    TO DE-OPERADOR
           MOVE WRK-RESUMO      TO DE-RESUMO
           MOVE 'V'             TO DE-SITUACAO
           WRITE DOCEMITIDO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O REGISTRO DO DOCUMENTO "
                       WRK-CODIGO "."
           END-WRITE

           CLOSE DOCEMITIDOS-FILE.

      * ----------------------------------------------------------------
      * Revogacao: marca o documento como revogado, com data,
      * operador e motivo, e grava no TRANSLOG.
      * ----------------------------------------------------------------
       REVOGA-DOCUMENTO.

           MOVE "PROG86-REVOGA" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL
               WRK-FUNCAO WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG86-REVOGA. "
                   "REVOGACAO NAO PERMITIDA."
           ELSE
               DISPLAY "CODIGO DE AUTENTICACAO (NNNN-NNNN-D):"
               ACCEPT WRK-CODIGO

               MOVE "00" TO WS-DOCEMITIDOS-STATUS
               OPEN I-O DOCEMITIDOS-FILE
               IF WS-DOCEMITIDOS-STATUS NOT = "00"
                   DISPLAY "REGISTRO DOCEMITIDOS INDISPONIVEL."
                   CLOSE DOCEMITIDOS-FILE
               ELSE
                   MOVE WRK-CODIGO TO DE-CODIGO
                   READ DOCEMITIDOS-FILE
                       INVALID KEY
                           DISPLAY "CODIGO " WRK-CODIGO
                               " DESCONHECIDO."
                       NOT INVALID KEY
                           PERFORM REVOGA-REGISTRO-LIDO
                   END-READ
                   CLOSE DOCEMITIDOS-FILE
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Regrava como revogado o registro lido em REVOGA-DOCUMENTO.
      * ----------------------------------------------------------------
       REVOGA-REGISTRO-LIDO.

           IF DE-SITUACAO = 'R'
               DISPLAY "DOCUMENTO JA REVOGADO EM " DE-DATA-REVOGACAO
                   " POR " DE-OPER-REVOGACAO "."
           ELSE
               DISPLAY "DOCUMENTO: " DE-RESUMO
               DISPLAY "MATRICULA: " DE-MATRICULA
                   "  EMITIDO EM: " DE-DATA-EMISSAO
               DISPLAY "MOTIVO DA REVOGACAO:"
               ACCEPT WRK-MOTIVO
               MOVE 'R' TO DE-SITUACAO
               ACCEPT DE-DATA-REVOGACAO FROM DATE YYYYMMDD
               MOVE WRK-OPERADOR TO DE-OPER-REVOGACAO
               MOVE WRK-MOTIVO TO DE-MOTIVO-REVOGACAO
               REWRITE DOCEMITIDO-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REVOGAR O DOCUMENTO."
                   NOT INVALID KEY
                       MOVE DE-MATRICULA TO WRK-MATRICULA
                       MOVE SPACES TO WRK-DESCRICAO-LOG
                       STRING "REVOGACAO DOC " DE-TIPO " COD "
                           WRK-CODIGO
                           DELIMITED BY SIZE INTO WRK-DESCRICAO-LOG
                       PERFORM GRAVA-TRANSACAO
                       DISPLAY "DOCUMENTO " WRK-CODIGO " REVOGADO."
               END-REWRITE
           END-IF.

      * ----------------------------------------------------------------
      * Grava no TRANSLOG a emissao ou a revogacao.
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
           MOVE 'PROG86'          TO TR-PROGRAMA
           MOVE WRK-DESCRICAO-LOG TO TR-DESCRICAO
           MOVE WRK-MATRICULA     TO TR-MATRICULA
           MOVE WRK-PERIODO       TO TR-PERIODO

           WRITE TRANS-LOG-REC

           CLOSE TRANS-LOG-FILE.

       END PROGRAM PROG86.
