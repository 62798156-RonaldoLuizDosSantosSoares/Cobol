      *                 livre pelo sign-on comum (PROG15V), como nos
      *                 demais programas que atualizam cadastros; sem
      *                 sign-on valido a sessao e encerrada.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG12); o
      *                 perfil padrao de qualquer letra mantem o acesso
      *                 de antes. A desativacao passa a exigir tambem a
      *                 funcao PROG12-DESATIVA.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      *   15/10 - RLS - Unidade (campus) do aluno: pedida na inclusao
      *                 (branco = SEDE) e trocada pela opcao U,
      *                 conferida no cadastro UNIDADES pelo PROG99V e
      *                 gravada no arquivo lateral ALUNUNID (layout
      *                 ALUNUREC) via o intermediario ALUNUNID.NEW, sem
      *                 conversao do ALUNCAD; a consulta mostra a
      *                 unidade (PROG99A).
      *   15/10 - RLS - Contato do aluno (arquivo CONTATOS, layout
      *                 CONTREC) mantido pela opcao K: endereco,
      *                 telefone, e-mail, nascimento e, para o menor de
      *                 18 anos, o responsavel, exigido na gravacao; a
      *                 consulta mostra o contato. Usado na
      *                 correspondencia do PROG110.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG12.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT ALUNUNID-FILE ASSIGN TO "ALUNUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALUNUNID-STATUS.

           SELECT ALUNUNID-NOVO-FILE ASSIGN TO "ALUNUNID.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUNOVO-STATUS.

           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-MATRICULA OF CONTATO-REC
               FILE STATUS IS WS-CONTATOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-CAD-FILE.
       01  TRANS-LOG-REC.
           COPY TRANSREC.

       FD  ALUNUNID-FILE.
       01  ALUNUNID-REC.
           COPY ALUNUREC.

       FD  ALUNUNID-NOVO-FILE.
       01  ALUNUNID-NOVO-REC       PIC X(11).

       FD  CONTATOS-FILE.
       01  CONTATO-REC.
           COPY CONTREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO          PIC X(01) VALUE 'P'.
       77 WRK-OPERADOR        PIC X(10) VALUE SPACES.
       77 WRK-PERFIL          PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO      PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO          PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO       PIC X(01) VALUE 'N'.
       77 WS-ALUNCAD-STATUS   PIC X(02) VALUE "00".
       77 WS-TRANSLOG-STATUS  PIC X(02) VALUE "00".
       77 WRK-OPCAO           PIC X(01) VALUE SPACE.
       77 WRK-MATRICULA-OK    PIC X VALUE 'N'.
       77 WRK-ACHOU-CAD       PIC X VALUE 'N'.
       77 WRK-DESCRICAO-LOG   PIC X(40) VALUE SPACES.
       77 WS-ALUNUNID-STATUS  PIC X(02) VALUE "00".
       77 WS-AUNOVO-STATUS    PIC X(02) VALUE "00".
       77 WRK-UNIDADE         PIC X(04) VALUE SPACES.
       77 WRK-NOME-UNIDADE    PIC X(30) VALUE SPACES.
       77 WRK-SITUACAO-UNIDADE PIC X(01) VALUE SPACE.
       77 WRK-ACHOU-UNIDADE   PIC X(01) VALUE 'N'.
       77 WS-CONTATOS-STATUS  PIC X(02) VALUE "00".
       77 WRK-ACHOU-CONTATO   PIC X(01) VALUE 'N'.
       77 WRK-CONTATO-OK      PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-NASC       PIC 9(08) VALUE ZEROS.
       77 WRK-IDADE           PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "MANUTENCAO DO CADASTRO MESTRE DE ALUNOS (ALUNCAD)".
           DISPLAY "===================================".
               GOBACK
           END-IF

           MOVE "PROG12" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG12. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           PERFORM ABRE-OU-CRIA-ALUNCAD

           IF WS-ALUNCAD-STATUS = "00"
           DISPLAY "  A - ALTERAR ALUNO"
           DISPLAY "  D - DESATIVAR ALUNO"
           DISPLAY "  C - CONSULTAR ALUNO"
           DISPLAY "  U - TROCAR A UNIDADE (CAMPUS) DO ALUNO"
           DISPLAY "  K - CONTATO (ENDERECO, TELEFONE, E-MAIL, "
               "RESPONSAVEL)"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

                   PERFORM ALTERA-ALUNO
               WHEN 'D'
               WHEN 'd'
                   MOVE "PROG12-DESATIVA" TO WRK-FUNCAO
                   CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL
                       WRK-FUNCAO WRK-PERMITIDO
                   END-CALL
                   IF WRK-PERMITIDO NOT = 'S'
                       DISPLAY "OPERADOR SEM ACESSO AO "
                           "PROG12-DESATIVA. DESATIVACAO NAO "
                           "PERMITIDA."
                   ELSE
                       PERFORM DESATIVA-ALUNO
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   PERFORM CONSULTA-ALUNO
               WHEN 'U'
               WHEN 'u'
                   PERFORM TROCA-UNIDADE-ALUNO
               WHEN 'K'
               WHEN 'k'
                   PERFORM MANTEM-CONTATO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
               DISPLAY "DATA DE INGRESSO (AAAAMMDD):"
               ACCEPT AC-DATA-INGRESSO
               MOVE 'A' TO AC-SITUACAO-CAD
               PERFORM OBTEM-UNIDADE

               IF WRK-ACHOU-UNIDADE NOT = 'S'
                   DISPLAY "ALUNO NAO INCLUIDO."
               ELSE
                   WRITE ALUNO-CAD-REC
                       INVALID KEY
                           DISPLAY "ERRO AO INCLUIR. MATRICULA JA "
                               "EXISTE."
                       NOT INVALID KEY
                           DISPLAY "ALUNO INCLUIDO."
                           MOVE "INCLUSAO ALUNCAD" TO
                               WRK-DESCRICAO-LOG
                           PERFORM GRAVA-TRANSACAO
                           PERFORM GRAVA-UNIDADE-ALUNO
                   END-WRITE
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Pede a unidade (campus) do aluno e a confere no cadastro
      * UNIDADES (PROG99V): branco vale SEDE; unidade desconhecida ou
      * desativada sai com WRK-ACHOU-UNIDADE = 'N'.
      * ----------------------------------------------------------------
       OBTEM-UNIDADE.

           DISPLAY "UNIDADE DO ALUNO (BRANCO = SEDE):"
           MOVE SPACES TO WRK-UNIDADE
           ACCEPT WRK-UNIDADE

           CALL "PROG99V" USING WRK-UNIDADE WRK-NOME-UNIDADE
               WRK-SITUACAO-UNIDADE WRK-ACHOU-UNIDADE
           END-CALL

           IF WRK-ACHOU-UNIDADE = 'S' AND
              WRK-SITUACAO-UNIDADE NOT = 'A'
               MOVE 'N' TO WRK-ACHOU-UNIDADE
           END-IF
           IF WRK-ACHOU-UNIDADE NOT = 'S'
               DISPLAY "UNIDADE " WRK-UNIDADE " NAO CADASTRADA OU "
                   "DESATIVADA."
           END-IF.

      * ----------------------------------------------------------------
               PERFORM MOSTRA-ALUNO
           END-IF.

      * ----------------------------------------------------------------
      * Troca a unidade (campus) de um aluno ja cadastrado.
      * ----------------------------------------------------------------
       TROCA-UNIDADE-ALUNO.

           PERFORM OBTEM-MATRICULA

           IF WRK-ACHOU-CAD NOT = 'S'
               DISPLAY "MATRICULA " WRK-MATRICULA " NAO CADASTRADA."
           ELSE
               PERFORM MOSTRA-ALUNO
               PERFORM OBTEM-UNIDADE
               IF WRK-ACHOU-UNIDADE = 'S'
                   PERFORM GRAVA-UNIDADE-ALUNO
                   DISPLAY "UNIDADE DO ALUNO: " WRK-UNIDADE " - "
                       WRK-NOME-UNIDADE
                   MOVE "UNIDADE ALUNUNID" TO WRK-DESCRICAO-LOG
                   PERFORM GRAVA-TRANSACAO
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Inclui ou regrava o contato do aluno no CONTATOS, criando o
      * arquivo na primeira execucao. Na alteracao todos os campos sao
      * redigitados; o responsavel e exigido para o menor de 18 anos.
      * ----------------------------------------------------------------
       MANTEM-CONTATO.

           PERFORM OBTEM-MATRICULA

           IF WRK-ACHOU-CAD NOT = 'S'
               DISPLAY "MATRICULA " WRK-MATRICULA " NAO CADASTRADA."
           ELSE
               PERFORM MOSTRA-ALUNO
               MOVE "00" TO WS-CONTATOS-STATUS
               OPEN I-O CONTATOS-FILE
               IF WS-CONTATOS-STATUS NOT = "00"
                   CLOSE CONTATOS-FILE
                   OPEN OUTPUT CONTATOS-FILE
                   CLOSE CONTATOS-FILE
                   OPEN I-O CONTATOS-FILE
               END-IF

               MOVE 'N' TO WRK-ACHOU-CONTATO
               MOVE WRK-MATRICULA TO CT-MATRICULA
               READ CONTATOS-FILE
                   INVALID KEY
                       MOVE SPACES TO CONTATO-REC
                       MOVE WRK-MATRICULA TO CT-MATRICULA
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-CONTATO
               END-READ

               PERFORM OBTEM-DADOS-CONTATO

               IF WRK-CONTATO-OK NOT = 'S'
                   DISPLAY "CONTATO NAO GRAVADO."
               ELSE
                   ACCEPT CT-DATA-ATUALIZ FROM DATE YYYYMMDD
                   MOVE WRK-OPERADOR TO CT-OPER-ATUALIZ
                   IF WRK-ACHOU-CONTATO = 'S'
                       REWRITE CONTATO-REC
                           INVALID KEY
                               DISPLAY "ERRO AO ALTERAR O CONTATO."
                           NOT INVALID KEY
                               DISPLAY "CONTATO ALTERADO."
                               MOVE "ALTERACAO CONTATOS" TO
                                   WRK-DESCRICAO-LOG
                               PERFORM GRAVA-TRANSACAO
                       END-REWRITE
                   ELSE
                       WRITE CONTATO-REC
                           INVALID KEY
                               DISPLAY "ERRO AO INCLUIR O CONTATO."
                           NOT INVALID KEY
                               DISPLAY "CONTATO INCLUIDO."
                               MOVE "INCLUSAO CONTATOS" TO
                                   WRK-DESCRICAO-LOG
                               PERFORM GRAVA-TRANSACAO
                       END-WRITE
                   END-IF
               END-IF

               CLOSE CONTATOS-FILE
               MOVE "00" TO WS-CONTATOS-STATUS
           END-IF.

      * ----------------------------------------------------------------
      * Pede os campos do contato em CONTATO-REC e confere a data de
      * nascimento; menor de 18 anos sem o nome do responsavel sai com
      * WRK-CONTATO-OK = 'N'.
      * ----------------------------------------------------------------
       OBTEM-DADOS-CONTATO.

           MOVE 'N' TO WRK-CONTATO-OK
           DISPLAY "ENDERECO (RUA, NUMERO, COMPLEMENTO):"
           ACCEPT CT-ENDERECO
           DISPLAY "BAIRRO:"
           ACCEPT CT-BAIRRO
           DISPLAY "CIDADE:"
           ACCEPT CT-CIDADE
           DISPLAY "UF:"
           ACCEPT CT-UF
           INSPECT CT-UF CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "CEP (8 DIGITOS):"
           ACCEPT CT-CEP
           DISPLAY "TELEFONE:"
           ACCEPT CT-TELEFONE
           DISPLAY "E-MAIL (BRANCO = SEM E-MAIL):"
           ACCEPT CT-EMAIL
           DISPLAY "DATA DE NASCIMENTO (AAAAMMDD):"
           ACCEPT CT-DATA-NASC

           IF CT-DATA-NASC IS NOT NUMERIC
               DISPLAY "DATA DE NASCIMENTO INVALIDA."
           ELSE
               MOVE CT-DATA-NASC TO WRK-DATA-NASC
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               IF WRK-DATA-NASC > WRK-DATA-HOJE
                   DISPLAY "DATA DE NASCIMENTO INVALIDA."
               ELSE
                   COMPUTE WRK-IDADE =
                       (WRK-DATA-HOJE - WRK-DATA-NASC) / 10000
                   MOVE 'S' TO WRK-CONTATO-OK
                   IF WRK-IDADE < 18
                       DISPLAY "ALUNO MENOR DE IDADE (" WRK-IDADE
                           " ANOS) - DADOS DO RESPONSAVEL."
                       DISPLAY "NOME DO RESPONSAVEL:"
                       ACCEPT CT-RESP-NOME
                       DISPLAY "TELEFONE DO RESPONSAVEL:"
                       ACCEPT CT-RESP-TELEFONE
                       DISPLAY "E-MAIL DO RESPONSAVEL (BRANCO = SEM "
                           "E-MAIL):"
                       ACCEPT CT-RESP-EMAIL
                       IF CT-RESP-NOME = SPACES
                           DISPLAY "RESPONSAVEL OBRIGATORIO PARA O "
                               "ALUNO MENOR DE IDADE."
                           MOVE 'N' TO WRK-CONTATO-OK
                       END-IF
                   ELSE
                       MOVE SPACES TO CT-RESP-NOME
                       MOVE SPACES TO CT-RESP-TELEFONE
                       MOVE SPACES TO CT-RESP-EMAIL
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Grava a unidade do aluno no ALUNUNID: copia o arquivo para o
      * intermediario ALUNUNID.NEW sem a linha antiga da matricula,
      * acrescenta a linha nova e copia o resultado de volta.
      * ----------------------------------------------------------------
       GRAVA-UNIDADE-ALUNO.

           OPEN OUTPUT ALUNUNID-NOVO-FILE
           MOVE "00" TO WS-ALUNUNID-STATUS
           OPEN INPUT ALUNUNID-FILE
           IF WS-ALUNUNID-STATUS = "00"
               PERFORM COPIA-OUTRAS-UNIDADES
                   UNTIL WS-ALUNUNID-STATUS = "10"
               CLOSE ALUNUNID-FILE
           END-IF

           MOVE SPACES        TO ALUNUNID-REC
           MOVE WRK-MATRICULA TO UA-MATRICULA
           MOVE WRK-UNIDADE   TO UA-UNIDADE
           MOVE ALUNUNID-REC  TO ALUNUNID-NOVO-REC
           WRITE ALUNUNID-NOVO-REC
           CLOSE ALUNUNID-NOVO-FILE

           MOVE "00" TO WS-AUNOVO-STATUS
           OPEN INPUT ALUNUNID-NOVO-FILE
           OPEN OUTPUT ALUNUNID-FILE
           PERFORM COPIA-UMA-UNIDADE
               UNTIL WS-AUNOVO-STATUS = "10"
           CLOSE ALUNUNID-NOVO-FILE
           CLOSE ALUNUNID-FILE
           MOVE "00" TO WS-ALUNUNID-STATUS.

      * ----------------------------------------------------------------
      * Copia uma linha do ALUNUNID para o intermediario, menos a da
      * matricula que esta sendo gravada.
      * ----------------------------------------------------------------
       COPIA-OUTRAS-UNIDADES.

           READ ALUNUNID-FILE
               AT END
                   MOVE "10" TO WS-ALUNUNID-STATUS
               NOT AT END
                   IF UA-MATRICULA NOT = WRK-MATRICULA
                       MOVE ALUNUNID-REC TO ALUNUNID-NOVO-REC
                       WRITE ALUNUNID-NOVO-REC
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Copia uma linha do intermediario para o ALUNUNID.
      * ----------------------------------------------------------------
       COPIA-UMA-UNIDADE.

           READ ALUNUNID-NOVO-FILE
               AT END
                   MOVE "10" TO WS-AUNOVO-STATUS
               NOT AT END
                   MOVE ALUNUNID-NOVO-REC TO ALUNUNID-REC
                   WRITE ALUNUNID-REC
           END-READ.

      * ----------------------------------------------------------------
      * Exibe o registro corrente de ALUNO-CAD-REC.
      * ----------------------------------------------------------------
           DISPLAY "CURSO...........: " AC-CURSO
           DISPLAY "TURMA...........: " AC-TURMA
           DISPLAY "DATA DE INGRESSO: " AC-DATA-INGRESSO
           DISPLAY "SITUACAO........: " AC-SITUACAO-CAD

           CALL "PROG99A" USING AC-MATRICULA WRK-UNIDADE
           END-CALL
           DISPLAY "UNIDADE.........: " WRK-UNIDADE

           PERFORM MOSTRA-CONTATO.

      * ----------------------------------------------------------------
      * Exibe o contato da matricula de ALUNO-CAD-REC, quando houver.
      * ----------------------------------------------------------------
       MOSTRA-CONTATO.

           MOVE "00" TO WS-CONTATOS-STATUS
           OPEN INPUT CONTATOS-FILE
           IF WS-CONTATOS-STATUS NOT = "00"
               DISPLAY "CONTATO.........: NAO CADASTRADO"
           ELSE
               MOVE AC-MATRICULA TO CT-MATRICULA
               READ CONTATOS-FILE
                   INVALID KEY
                       DISPLAY "CONTATO.........: NAO CADASTRADO"
                   NOT INVALID KEY
                       DISPLAY "ENDERECO........: " CT-ENDERECO
                       DISPLAY "                  " CT-BAIRRO " "
                           CT-CIDADE " " CT-UF " " CT-CEP
                       DISPLAY "TELEFONE........: " CT-TELEFONE
                       DISPLAY "E-MAIL..........: " CT-EMAIL
                       DISPLAY "NASCIMENTO......: " CT-DATA-NASC
                       IF CT-RESP-NOME NOT = SPACES
                           DISPLAY "RESPONSAVEL.....: " CT-RESP-NOME
                           DISPLAY "                  "
                               CT-RESP-TELEFONE " " CT-RESP-EMAIL
                       END-IF
               END-READ
               CLOSE CONTATOS-FILE
           END-IF
           MOVE "00" TO WS-CONTATOS-STATUS.

      * ----------------------------------------------------------------
      * Grava um registro no arquivo TRANSLOG com a data, hora e
