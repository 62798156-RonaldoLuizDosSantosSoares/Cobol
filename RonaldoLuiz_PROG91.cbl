      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Manutencao da tabela de acessos por programa e funcao
      *          (ACESSOS, layout ACESREC, consultada pelo PROG15A) no
      *          lugar da letra unica OP-PERFIL, que dava a qualquer
      *          operador F o fechamento (PROG18), a virada (PROG63), a
      *          unificacao (PROG13) e a limpeza de trava (PROG31) ao
      *          mesmo tempo. Concede e retira funcoes do catalogo
      *          ACESFUNC diretamente a um operador, atribui a ele um
      *          perfil nomeado (ou o devolve ao perfil padrao da
      *          letra), inclui e retira funcoes de um perfil, e gera
      *          os itens de um perfil padrao (ENTRADA, CORRECAO,
      *          FECHAMENTO) a partir do catalogo, para ele poder ser
      *          recortado. Toda alteracao grava uma linha na trilha
      *          CONFHIST (arquivo ACESSOS), com antes e depois e o
      *          operador do sign-on; ninguem altera os proprios
      *          acessos. A opcao R emite o relatorio de revisao anual
      *          RELACESSO - quem pode o que: por operador, o perfil,
      *          as concessoes diretas e cada funcao permitida segundo
      *          o PROG15A, e os itens de cada perfil - e o entrega ao
      *          spool (PROG62V). A regravacao usa o intermediario
      *          ACESSOS.NEW.
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - ACESSOS com mais de 3000 linhas vai ao PROG31E
      *                 (REPORTA-LIMITE-TABELA) em vez de seguir com o
      *                 excedente ignorado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG91.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACESSOS-FILE ASSIGN TO "ACESSOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACESSOS-STATUS.

           SELECT ACESSOS-NOVO-FILE ASSIGN TO "ACESSOS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACNOVO-STATUS.

           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID OF OPERADOR-REC
               FILE STATUS IS WS-OPERADORES-STATUS.

           SELECT CONFHIST-FILE ASSIGN TO "CONFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFHIST-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELACESSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACESSOS-FILE.
       01  ACESSO-REC.
           COPY ACESREC.

       FD  ACESSOS-NOVO-FILE.
       01  ACESSO-NOVO-REC         PIC X(45).

       FD  OPERADORES-FILE.
       01  OPERADOR-REC.
           COPY OPERADORREC.

       FD  CONFHIST-FILE.
       01  CONFHIST-REC.
           COPY CONFHREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA         PIC X(132).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-ACESSOS-STATUS    PIC X(02) VALUE "00".
       77 WS-ACNOVO-STATUS     PIC X(02) VALUE "00".
       77 WS-OPERADORES-STATUS PIC X(02) VALUE "00".
       77 WS-CONFHIST-STATUS   PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-CONTINUA         PIC X VALUE 'S'.
       77 WRK-CONFIRMA         PIC X(01) VALUE 'N'.
       77 WRK-ID               PIC X(10) VALUE SPACES.
       77 WRK-NOME-OP          PIC X(30) VALUE SPACES.
       77 WRK-LETRA-OP         PIC X(01) VALUE SPACE.
       77 WRK-SITUACAO-OP      PIC X(01) VALUE SPACE.
       77 WRK-ACHOU-OP         PIC X VALUE 'N'.
       77 WRK-NOME-PERFIL      PIC X(10) VALUE SPACES.
       77 WRK-PERFIL-ATUAL     PIC X(10) VALUE SPACES.
       77 WRK-PERFIL-PROPRIO   PIC X(10) VALUE SPACES.
       77 WRK-LETRA-PADRAO     PIC X(01) VALUE SPACE.
       77 WRK-PERFIL-PADRAO    PIC X VALUE 'N'.
       77 WRK-ITEM             PIC X(16) VALUE SPACES.
       77 WRK-ITEM-VALIDO      PIC X VALUE 'N'.
       77 WRK-JA-EXISTE        PIC X VALUE 'N'.
       77 WRK-TIPO-ALVO        PIC X(01) VALUE SPACE.
       77 WRK-CHAVE-ALVO       PIC X(10) VALUE SPACES.
       77 WRK-ITEM-ALVO        PIC X(16) VALUE SPACES.
       77 WRK-PERFIL-ALVO      PIC X VALUE 'N'.
       77 WRK-DATA-HOJE        PIC X(08) VALUE SPACES.
       77 WRK-ANTES            PIC X(30) VALUE SPACES.
       77 WRK-DEPOIS           PIC X(30) VALUE SPACES.
       77 WRK-CAMPO            PIC X(30) VALUE SPACES.
       77 WRK-ORIGEM           PIC X(12) VALUE SPACES.
       77 CNT-ITENS            PIC 9(05) VALUE ZEROS.
       77 CNT-PERMITIDAS       PIC 9(03) VALUE ZEROS.
       77 CNT-OPERADORES       PIC 9(05) VALUE ZEROS.
       77 CNT-GERADOS          PIC 9(03) VALUE ZEROS.
       77 QTD-ACESSOS          PIC 9(05) VALUE ZEROS.
       77 QTD-PERFIS           PIC 9(03) VALUE ZEROS.
       77 IND-CAT              PIC 9(03) VALUE ZEROS.
       77 IND-AC               PIC 9(05) VALUE ZEROS.
       77 IND-PF               PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-PERFIL     PIC X VALUE 'N'.
       77 WRK-SPOOL-RELATORIO  PIC X(12) VALUE "RELACESSO".
       77 WRK-SPOOL-PROGRAMA   PIC X(08) VALUE "PROG91".
       77 WRK-SPOOL-OPERADOR   PIC X(10) VALUE SPACES.
       77 WRK-ERR-PROGRAMA     PIC X(08) VALUE 'PROG91'.
       77 WRK-ERR-ARQUIVO      PIC X(12) VALUE 'ACESSOS'.
       77 WRK-ERR-OPERACAO     PIC X(10) VALUE SPACES.
       77 WRK-ERR-STATUS       PIC X(02) VALUE SPACES.

       COPY ACESFUNC.

      * Linhas do ACESSOS carregadas para o relatorio de revisao (ate
      * 3000; acima disso a execucao e interrompida pelo PROG31E).
       01  TABELA-ACESSOS.
           05 TA-ENTRADA OCCURS 3000 TIMES.
              10 TA-TIPO          PIC X(01).
              10 TA-CHAVE         PIC X(10).
              10 TA-ITEM          PIC X(16).

      * Nomes de perfil distintos, na ordem em que aparecem (os tres
      * perfis padrao primeiro).
       01  TABELA-PERFIS.
           05 TP-NOME             PIC X(10) OCCURS 200 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "TABELA DE ACESSOS POR FUNCAO (ACESSOS)".
           DISPLAY "===================================".

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL

           IF WRK-AUTORIZADO NOT = 'S'
               DISPLAY "SESSAO ENCERRADA SEM SIGN-ON VALIDO."
               GOBACK
           END-IF

           MOVE "PROG91" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO A TABELA DE ACESSOS "
                   "(PROG91). PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           MOVE WRK-OPERADOR TO WRK-SPOOL-OPERADOR
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD

      * Perfil do proprio operador do sign-on, que ele nao pode
      * alterar (nem os itens dele).
           PERFORM CARREGA-ACESSOS
           MOVE WRK-OPERADOR TO WRK-ID
           MOVE WRK-PERFIL TO WRK-LETRA-OP
           PERFORM APURA-PERFIL-OPERADOR
           MOVE WRK-PERFIL-ATUAL TO WRK-PERFIL-PROPRIO

           PERFORM PROCESSA-UMA-OPCAO
               UNTIL WRK-CONTINUA NOT = 'S' AND WRK-CONTINUA NOT = 's'

           GOBACK.

      * ----------------------------------------------------------------
      * Mostra o menu e executa a opcao escolhida.
      * ----------------------------------------------------------------
       PROCESSA-UMA-OPCAO.

           DISPLAY "-----------------------------------"
           DISPLAY "  C - CONSULTAR ACESSO EFETIVO DE OPERADOR"
           DISPLAY "  O - CONCEDER FUNCAO A OPERADOR"
           DISPLAY "  X - RETIRAR FUNCAO CONCEDIDA A OPERADOR"
           DISPLAY "  A - ATRIBUIR PERFIL A OPERADOR"
           DISPLAY "  P - INCLUIR FUNCAO EM PERFIL"
           DISPLAY "  Q - RETIRAR FUNCAO DE PERFIL"
           DISPLAY "  G - GERAR ITENS DE PERFIL PADRAO"
           DISPLAY "  L - LISTAR CATALOGO DE FUNCOES"
           DISPLAY "  R - RELATORIO DE REVISAO DE ACESSOS"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'C'
               WHEN 'c'
                   PERFORM CONSULTA-OPERADOR
               WHEN 'O'
               WHEN 'o'
                   PERFORM CONCEDE-FUNCAO
               WHEN 'X'
               WHEN 'x'
                   PERFORM RETIRA-CONCESSAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM ATRIBUI-PERFIL
               WHEN 'P'
               WHEN 'p'
                   PERFORM INCLUI-ITEM-PERFIL
               WHEN 'Q'
               WHEN 'q'
                   PERFORM RETIRA-ITEM-PERFIL
               WHEN 'G'
               WHEN 'g'
                   PERFORM GERA-PERFIL-PADRAO
               WHEN 'L'
               WHEN 'l'
                   PERFORM LISTA-CATALOGO
               WHEN 'R'
               WHEN 'r'
                   PERFORM EMITE-RELATORIO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE

           DISPLAY "DESEJA CONTINUAR A MANUTENCAO? (S/N)"
           ACCEPT WRK-CONTINUA.

      * ----------------------------------------------------------------
      * Pede o ID do operador e o procura no cadastro OPERADORES.
      * ----------------------------------------------------------------
       OBTEM-OPERADOR.

           DISPLAY "ID DO OPERADOR:"
           ACCEPT WRK-ID
           MOVE 'N' TO WRK-ACHOU-OP
           MOVE SPACES TO WRK-NOME-OP
           MOVE SPACE TO WRK-LETRA-OP WRK-SITUACAO-OP
           MOVE "00" TO WS-OPERADORES-STATUS

           OPEN INPUT OPERADORES-FILE
           IF WS-OPERADORES-STATUS = "00"
               MOVE WRK-ID TO OP-ID
               READ OPERADORES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-OP
                       MOVE OP-NOME TO WRK-NOME-OP
                       MOVE OP-PERFIL TO WRK-LETRA-OP
                       MOVE OP-SITUACAO TO WRK-SITUACAO-OP
               END-READ
               CLOSE OPERADORES-FILE
           END-IF
           MOVE "00" TO WS-OPERADORES-STATUS

           IF WRK-ACHOU-OP NOT = 'S'
               DISPLAY "OPERADOR NAO CADASTRADO NO OPERADORES."
           END-IF.

      * ----------------------------------------------------------------
      * Pede o ID de um operador a alterar: tem de existir e nao pode
      * ser o proprio operador do sign-on.
      * ----------------------------------------------------------------
       OBTEM-OPERADOR-ALTERAVEL.

           PERFORM OBTEM-OPERADOR
           IF WRK-ACHOU-OP = 'S' AND WRK-ID = WRK-OPERADOR
               DISPLAY "NINGUEM ALTERA OS PROPRIOS ACESSOS. PECA A "
                   "OUTRO OPERADOR COM ACESSO AO PROG91."
               MOVE 'N' TO WRK-ACHOU-OP
           END-IF.

      * ----------------------------------------------------------------
      * Pede um codigo de funcao e confere no catalogo ("*" vale como
      * todas as funcoes).
      * ----------------------------------------------------------------
       OBTEM-ITEM.

           DISPLAY "CODIGO DA FUNCAO (EX. PROG39-DECIDE, OU * PARA "
               "TODAS):"
           ACCEPT WRK-ITEM
           MOVE 'N' TO WRK-ITEM-VALIDO
           IF WRK-ITEM = "*"
               MOVE 'S' TO WRK-ITEM-VALIDO
           ELSE
               PERFORM VARYING IND-CAT FROM 1 BY 1
                       UNTIL IND-CAT > QTD-CATALOGO
                   IF CF-FUNCAO (IND-CAT) = WRK-ITEM
                       MOVE 'S' TO WRK-ITEM-VALIDO
                   END-IF
               END-PERFORM
           END-IF
           IF WRK-ITEM-VALIDO NOT = 'S'
               DISPLAY "FUNCAO FORA DO CATALOGO. USE A OPCAO L."
           END-IF.

      * ----------------------------------------------------------------
      * Pede um nome de perfil (nao pode comecar por "@" nem ficar em
      * branco).
      * ----------------------------------------------------------------
       OBTEM-NOME-PERFIL.

           DISPLAY "NOME DO PERFIL (EX. SECRETARIA, FECHAMENTO):"
           ACCEPT WRK-NOME-PERFIL
           IF WRK-NOME-PERFIL = SPACES OR
              WRK-NOME-PERFIL (1:1) = '@' OR
              WRK-NOME-PERFIL (1:1) = '*'
               DISPLAY "NOME DE PERFIL INVALIDO."
               MOVE SPACES TO WRK-NOME-PERFIL
           END-IF.

      * ----------------------------------------------------------------
      * Pede o nome de um perfil a alterar: nao pode ser o perfil do
      * proprio operador do sign-on.
      * ----------------------------------------------------------------
       OBTEM-PERFIL-ALTERAVEL.

           PERFORM OBTEM-NOME-PERFIL
           IF WRK-NOME-PERFIL NOT = SPACES AND
              WRK-NOME-PERFIL = WRK-PERFIL-PROPRIO
               DISPLAY "NINGUEM ALTERA O PROPRIO PERFIL. PECA A "
                   "OUTRO OPERADOR COM ACESSO AO PROG91."
               MOVE SPACES TO WRK-NOME-PERFIL
           END-IF.

      * ----------------------------------------------------------------
      * Perfil padrao correspondente a uma letra OP-PERFIL.
      * ----------------------------------------------------------------
       PERFIL-DA-LETRA.

           EVALUATE WRK-LETRA-OP
               WHEN 'E'
                   MOVE "ENTRADA"    TO WRK-PERFIL-ATUAL
               WHEN 'C'
                   MOVE "CORRECAO"   TO WRK-PERFIL-ATUAL
               WHEN 'F'
                   MOVE "FECHAMENTO" TO WRK-PERFIL-ATUAL
               WHEN OTHER
                   MOVE SPACES       TO WRK-PERFIL-ATUAL
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Letra de um perfil padrao (WRK-PERFIL-PADRAO 'N' quando o nome
      * nao e de perfil padrao).
      * ----------------------------------------------------------------
       LETRA-DO-PADRAO.

           MOVE 'S' TO WRK-PERFIL-PADRAO
           MOVE SPACE TO WRK-LETRA-PADRAO
           EVALUATE WRK-NOME-PERFIL
               WHEN "ENTRADA"
                   MOVE 'E' TO WRK-LETRA-PADRAO
               WHEN "CORRECAO"
                   MOVE 'C' TO WRK-LETRA-PADRAO
               WHEN "FECHAMENTO"
                   MOVE 'F' TO WRK-LETRA-PADRAO
               WHEN OTHER
                   MOVE 'N' TO WRK-PERFIL-PADRAO
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Carrega o ACESSOS na tabela de memoria.
      * ----------------------------------------------------------------
       CARREGA-ACESSOS.

           MOVE ZEROS TO QTD-ACESSOS
           MOVE "00" TO WS-ACESSOS-STATUS
           OPEN INPUT ACESSOS-FILE
           IF WS-ACESSOS-STATUS = "00"
               PERFORM UNTIL WS-ACESSOS-STATUS = "10"
                   READ ACESSOS-FILE
                       AT END
                           MOVE "10" TO WS-ACESSOS-STATUS
                       NOT AT END
                           IF QTD-ACESSOS < 3000
                               ADD 1 TO QTD-ACESSOS
                               MOVE AX-TIPO TO TA-TIPO (QTD-ACESSOS)
                               MOVE AX-CHAVE TO TA-CHAVE (QTD-ACESSOS)
                               MOVE AX-ITEM TO TA-ITEM (QTD-ACESSOS)
                           ELSE
                               MOVE "ACESSOS" TO WRK-ERR-ARQUIVO
                               PERFORM REPORTA-LIMITE-TABELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACESSOS-FILE
           END-IF
           MOVE "00" TO WS-ACESSOS-STATUS.

      * ----------------------------------------------------------------
      * Perfil em vigor do operador WRK-ID (linha "@" ou, sem ela, o
      * padrao da letra) - exige o ACESSOS carregado.
      * ----------------------------------------------------------------
       APURA-PERFIL-OPERADOR.

           PERFORM PERFIL-DA-LETRA
           MOVE "PADRAO" TO WRK-ORIGEM
           PERFORM VARYING IND-AC FROM 1 BY 1
                   UNTIL IND-AC > QTD-ACESSOS
               IF TA-TIPO (IND-AC) = 'O' AND
                  TA-CHAVE (IND-AC) = WRK-ID AND
                  TA-ITEM (IND-AC) (1:1) = '@'
                   MOVE TA-ITEM (IND-AC) (2:10) TO WRK-PERFIL-ATUAL
                   MOVE "ATRIBUIDO" TO WRK-ORIGEM
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Conta as linhas P do perfil WRK-NOME-PERFIL no ACESSOS
      * carregado.
      * ----------------------------------------------------------------
       CONTA-ITENS-PERFIL.

           MOVE ZEROS TO CNT-ITENS
           PERFORM VARYING IND-AC FROM 1 BY 1
                   UNTIL IND-AC > QTD-ACESSOS
               IF TA-TIPO (IND-AC) = 'P' AND
                  TA-CHAVE (IND-AC) = WRK-NOME-PERFIL
                   ADD 1 TO CNT-ITENS
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Consulta: perfil, concessoes diretas e funcoes permitidas do
      * operador, segundo o PROG15A.
      * ----------------------------------------------------------------
       CONSULTA-OPERADOR.

           PERFORM OBTEM-OPERADOR
           IF WRK-ACHOU-OP = 'S'
               PERFORM CARREGA-ACESSOS
               PERFORM APURA-PERFIL-OPERADOR
               DISPLAY "OPERADOR " WRK-ID " " WRK-NOME-OP
               DISPLAY "LETRA " WRK-LETRA-OP " SITUACAO "
                   WRK-SITUACAO-OP " PERFIL " WRK-PERFIL-ATUAL
                   " (" WRK-ORIGEM ")"
               PERFORM VARYING IND-AC FROM 1 BY 1
                       UNTIL IND-AC > QTD-ACESSOS
                   IF TA-TIPO (IND-AC) = 'O' AND
                      TA-CHAVE (IND-AC) = WRK-ID AND
                      TA-ITEM (IND-AC) (1:1) NOT = '@'
                       DISPLAY "  CONCESSAO DIRETA: " TA-ITEM (IND-AC)
                   END-IF
               END-PERFORM
               DISPLAY "FUNCOES PERMITIDAS:"
               MOVE ZEROS TO CNT-PERMITIDAS
               PERFORM VARYING IND-CAT FROM 1 BY 1
                       UNTIL IND-CAT > QTD-CATALOGO
                   MOVE CF-FUNCAO (IND-CAT) TO WRK-FUNCAO
                   CALL "PROG15A" USING WRK-ID WRK-LETRA-OP
                       WRK-FUNCAO WRK-PERMITIDO
                   END-CALL
                   IF WRK-PERMITIDO = 'S'
                       ADD 1 TO CNT-PERMITIDAS
                       DISPLAY "  " CF-FUNCAO (IND-CAT) " "
                           CF-DESCRICAO (IND-CAT)
                   END-IF
               END-PERFORM
               DISPLAY "TOTAL: " CNT-PERMITIDAS " FUNCAO(OES)."
               IF WRK-SITUACAO-OP NOT = 'A'
                   DISPLAY "OPERADOR DESATIVADO: O SIGN-ON O RECUSA."
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Concede uma funcao diretamente a um operador.
      * ----------------------------------------------------------------
       CONCEDE-FUNCAO.

           PERFORM OBTEM-OPERADOR-ALTERAVEL
           IF WRK-ACHOU-OP = 'S'
               PERFORM OBTEM-ITEM
               IF WRK-ITEM-VALIDO = 'S'
                   MOVE 'O' TO WRK-TIPO-ALVO
                   MOVE WRK-ID TO WRK-CHAVE-ALVO
                   MOVE WRK-ITEM TO WRK-ITEM-ALVO
                   PERFORM VERIFICA-LINHA
                   IF WRK-JA-EXISTE = 'S'
                       DISPLAY "FUNCAO JA CONCEDIDA AO OPERADOR."
                   ELSE
                       PERFORM ACRESCENTA-LINHA
                       MOVE SPACES TO WRK-CAMPO
                       STRING "OPER " WRK-ID DELIMITED BY SIZE
                           INTO WRK-CAMPO
                       MOVE "(SEM CONCESSAO)" TO WRK-ANTES
                       MOVE WRK-ITEM TO WRK-DEPOIS
                       PERFORM GRAVA-CONFHIST
                       DISPLAY "FUNCAO " WRK-ITEM " CONCEDIDA A "
                           WRK-ID "."
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Retira uma concessao direta de um operador.
      * ----------------------------------------------------------------
       RETIRA-CONCESSAO.

           PERFORM OBTEM-OPERADOR-ALTERAVEL
           IF WRK-ACHOU-OP = 'S'
               PERFORM OBTEM-ITEM
               IF WRK-ITEM-VALIDO = 'S'
                   MOVE 'O' TO WRK-TIPO-ALVO
                   MOVE WRK-ID TO WRK-CHAVE-ALVO
                   MOVE WRK-ITEM TO WRK-ITEM-ALVO
                   PERFORM VERIFICA-LINHA
                   IF WRK-JA-EXISTE NOT = 'S'
                       DISPLAY "O OPERADOR NAO TEM ESSA CONCESSAO "
                           "DIRETA."
                   ELSE
                       MOVE 'N' TO WRK-PERFIL-ALVO
                       PERFORM REGRAVA-SEM-A-LINHA
                       MOVE SPACES TO WRK-CAMPO
                       STRING "OPER " WRK-ID DELIMITED BY SIZE
                           INTO WRK-CAMPO
                       MOVE WRK-ITEM TO WRK-ANTES
                       MOVE "(CONCESSAO RETIRADA)" TO WRK-DEPOIS
                       PERFORM GRAVA-CONFHIST
                       DISPLAY "CONCESSAO " WRK-ITEM " RETIRADA DE "
                           WRK-ID "."
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Atribui um perfil nomeado ao operador, no lugar do anterior;
      * PADRAO devolve o operador ao perfil padrao da sua letra.
      * ----------------------------------------------------------------
       ATRIBUI-PERFIL.

           PERFORM OBTEM-OPERADOR-ALTERAVEL
           IF WRK-ACHOU-OP = 'S'
               PERFORM CARREGA-ACESSOS
               PERFORM APURA-PERFIL-OPERADOR
               DISPLAY "PERFIL ATUAL: " WRK-PERFIL-ATUAL " ("
                   WRK-ORIGEM ")"
               DISPLAY "INFORME O NOVO PERFIL, OU PADRAO PARA VOLTAR "
                   "AO PERFIL DA LETRA " WRK-LETRA-OP "."
               PERFORM OBTEM-NOME-PERFIL
               IF WRK-NOME-PERFIL NOT = SPACES
                   PERFORM LETRA-DO-PADRAO
                   PERFORM CONTA-ITENS-PERFIL
                   IF WRK-NOME-PERFIL NOT = "PADRAO" AND
                      WRK-PERFIL-PADRAO NOT = 'S' AND
                      CNT-ITENS = ZEROS
                       DISPLAY "PERFIL " WRK-NOME-PERFIL " NAO TEM "
                           "NENHUMA FUNCAO. INCLUA AS FUNCOES PELA "
                           "OPCAO P ANTES DE ATRIBUI-LO."
                   ELSE
                       PERFORM TROCA-PERFIL-OPERADOR
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Retira a linha "@" do operador e grava a nova (nenhuma quando
      * o operador volta ao padrao), com a trilha.
      * ----------------------------------------------------------------
       TROCA-PERFIL-OPERADOR.

           MOVE 'O' TO WRK-TIPO-ALVO
           MOVE WRK-ID TO WRK-CHAVE-ALVO
           MOVE SPACES TO WRK-ITEM-ALVO
           MOVE 'S' TO WRK-PERFIL-ALVO
           PERFORM REGRAVA-SEM-A-LINHA

           MOVE SPACES TO WRK-ANTES
           IF WRK-ORIGEM = "PADRAO"
               STRING "(PADRAO " WRK-PERFIL-ATUAL ")"
                   DELIMITED BY SIZE INTO WRK-ANTES
           ELSE
               STRING "@" WRK-PERFIL-ATUAL DELIMITED BY SIZE
                   INTO WRK-ANTES
           END-IF

           MOVE SPACES TO WRK-DEPOIS
           IF WRK-NOME-PERFIL = "PADRAO"
               PERFORM PERFIL-DA-LETRA
               STRING "(PADRAO " WRK-PERFIL-ATUAL ")"
                   DELIMITED BY SIZE INTO WRK-DEPOIS
           ELSE
               MOVE SPACES TO WRK-ITEM-ALVO
               STRING "@" WRK-NOME-PERFIL DELIMITED BY SIZE
                   INTO WRK-ITEM-ALVO
               PERFORM ACRESCENTA-LINHA
               MOVE WRK-ITEM-ALVO TO WRK-DEPOIS
           END-IF

           MOVE SPACES TO WRK-CAMPO
           STRING "OPER " WRK-ID DELIMITED BY SIZE INTO WRK-CAMPO
           PERFORM GRAVA-CONFHIST
           DISPLAY "PERFIL DO OPERADOR " WRK-ID " ALTERADO: "
               WRK-DEPOIS.

      * ----------------------------------------------------------------
      * Inclui uma funcao num perfil. O primeiro item de um perfil
      * padrao substitui a regra da letra: o sistema avisa e sugere a
      * opcao G.
      * ----------------------------------------------------------------
       INCLUI-ITEM-PERFIL.

           PERFORM OBTEM-PERFIL-ALTERAVEL
           IF WRK-NOME-PERFIL NOT = SPACES
               IF WRK-NOME-PERFIL = "PADRAO"
                   DISPLAY "PADRAO E RESERVADO PARA A ATRIBUICAO."
               ELSE
                   PERFORM CARREGA-ACESSOS
                   PERFORM CONTA-ITENS-PERFIL
                   PERFORM LETRA-DO-PADRAO
                   MOVE 'S' TO WRK-CONFIRMA
                   IF WRK-PERFIL-PADRAO = 'S' AND CNT-ITENS = ZEROS
                       DISPLAY "ATENCAO: " WRK-NOME-PERFIL " AINDA "
                           "VALE PELA LETRA " WRK-LETRA-PADRAO
                           ". COM UM ITEM PROPRIO, PASSA A VALER SO "
                           "PELOS ITENS (USE A OPCAO G PARA GERAR "
                           "OS ITENS DA LETRA). CONFIRMA? (S/N)"
                       ACCEPT WRK-CONFIRMA
                   END-IF
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       PERFORM INCLUI-ITEM-CONFIRMADO
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Pede a funcao e grava o item do perfil, com a trilha.
      * ----------------------------------------------------------------
       INCLUI-ITEM-CONFIRMADO.

           PERFORM OBTEM-ITEM
           IF WRK-ITEM-VALIDO = 'S'
               MOVE 'P' TO WRK-TIPO-ALVO
               MOVE WRK-NOME-PERFIL TO WRK-CHAVE-ALVO
               MOVE WRK-ITEM TO WRK-ITEM-ALVO
               PERFORM VERIFICA-LINHA
               IF WRK-JA-EXISTE = 'S'
                   DISPLAY "FUNCAO JA CONSTA DO PERFIL."
               ELSE
                   PERFORM ACRESCENTA-LINHA
                   MOVE SPACES TO WRK-CAMPO
                   STRING "PERFIL " WRK-NOME-PERFIL DELIMITED BY SIZE
                       INTO WRK-CAMPO
                   MOVE "(SEM O ITEM)" TO WRK-ANTES
                   MOVE WRK-ITEM TO WRK-DEPOIS
                   PERFORM GRAVA-CONFHIST
                   DISPLAY "FUNCAO " WRK-ITEM " INCLUIDA NO PERFIL "
                       WRK-NOME-PERFIL "."
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Retira uma funcao de um perfil, com a trilha.
      * ----------------------------------------------------------------
       RETIRA-ITEM-PERFIL.

           PERFORM OBTEM-PERFIL-ALTERAVEL
           IF WRK-NOME-PERFIL NOT = SPACES
               PERFORM OBTEM-ITEM
               IF WRK-ITEM-VALIDO = 'S'
                   MOVE 'P' TO WRK-TIPO-ALVO
                   MOVE WRK-NOME-PERFIL TO WRK-CHAVE-ALVO
                   MOVE WRK-ITEM TO WRK-ITEM-ALVO
                   PERFORM VERIFICA-LINHA
                   IF WRK-JA-EXISTE NOT = 'S'
                       DISPLAY "FUNCAO NAO CONSTA DO PERFIL."
                   ELSE
                       MOVE 'N' TO WRK-PERFIL-ALVO
                       PERFORM REGRAVA-SEM-A-LINHA
                       MOVE SPACES TO WRK-CAMPO
                       STRING "PERFIL " WRK-NOME-PERFIL
                           DELIMITED BY SIZE INTO WRK-CAMPO
                       MOVE WRK-ITEM TO WRK-ANTES
                       MOVE "(ITEM RETIRADO)" TO WRK-DEPOIS
                       PERFORM GRAVA-CONFHIST
                       DISPLAY "FUNCAO " WRK-ITEM " RETIRADA DO "
                           "PERFIL " WRK-NOME-PERFIL "."
                       PERFORM CARREGA-ACESSOS
                       PERFORM CONTA-ITENS-PERFIL
                       PERFORM LETRA-DO-PADRAO
                       IF CNT-ITENS = ZEROS AND
                          WRK-PERFIL-PADRAO = 'S'
                           DISPLAY "PERFIL " WRK-NOME-PERFIL
                               " FICOU SEM ITENS E VOLTA A VALER "
                               "PELA LETRA " WRK-LETRA-PADRAO "."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Gera os itens de um perfil padrao ainda sem itens a partir da
      * letra minima do catalogo (mesmo acesso de antes, agora
      * editavel item a item), com uma linha de trilha.
      * ----------------------------------------------------------------
       GERA-PERFIL-PADRAO.

           PERFORM OBTEM-PERFIL-ALTERAVEL
           IF WRK-NOME-PERFIL NOT = SPACES
               PERFORM LETRA-DO-PADRAO
               PERFORM CARREGA-ACESSOS
               PERFORM CONTA-ITENS-PERFIL
               IF WRK-PERFIL-PADRAO NOT = 'S'
                   DISPLAY "SO OS PERFIS ENTRADA, CORRECAO E "
                       "FECHAMENTO SAO GERADOS PELO CATALOGO."
               ELSE
                   IF CNT-ITENS NOT = ZEROS
                       DISPLAY "PERFIL " WRK-NOME-PERFIL " JA TEM "
                           CNT-ITENS " ITEM(NS) PROPRIO(S)."
                   ELSE
                       PERFORM GRAVA-ITENS-DA-LETRA
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Acrescenta ao ACESSOS uma linha P por funcao do catalogo que a
      * letra do perfil padrao alcanca (E < C < F).
      * ----------------------------------------------------------------
       GRAVA-ITENS-DA-LETRA.

           MOVE ZEROS TO CNT-GERADOS
           OPEN EXTEND ACESSOS-FILE
           IF WS-ACESSOS-STATUS NOT = "00"
               CLOSE ACESSOS-FILE
               OPEN OUTPUT ACESSOS-FILE
           END-IF
           PERFORM VARYING IND-CAT FROM 1 BY 1
                   UNTIL IND-CAT > QTD-CATALOGO
               IF WRK-LETRA-PADRAO = 'F' OR
                  CF-MINIMO (IND-CAT) = 'E' OR
                  CF-MINIMO (IND-CAT) = WRK-LETRA-PADRAO
                   MOVE SPACES TO ACESSO-REC
                   MOVE 'P' TO AX-TIPO
                   MOVE WRK-NOME-PERFIL TO AX-CHAVE
                   MOVE CF-FUNCAO (IND-CAT) TO AX-ITEM
                   MOVE WRK-DATA-HOJE TO AX-DATA
                   MOVE WRK-OPERADOR TO AX-OPERADOR
                   WRITE ACESSO-REC
                   ADD 1 TO CNT-GERADOS
               END-IF
           END-PERFORM
           CLOSE ACESSOS-FILE
           MOVE "00" TO WS-ACESSOS-STATUS

           MOVE SPACES TO WRK-CAMPO
           STRING "PERFIL " WRK-NOME-PERFIL DELIMITED BY SIZE
               INTO WRK-CAMPO
           MOVE SPACES TO WRK-ANTES
           STRING "(PELA LETRA " WRK-LETRA-PADRAO ")"
               DELIMITED BY SIZE INTO WRK-ANTES
           MOVE SPACES TO WRK-DEPOIS
           STRING CNT-GERADOS " ITENS GERADOS" DELIMITED BY SIZE
               INTO WRK-DEPOIS
           PERFORM GRAVA-CONFHIST
           DISPLAY CNT-GERADOS " ITEM(NS) GERADO(S) NO PERFIL "
               WRK-NOME-PERFIL ".".

      * ----------------------------------------------------------------
      * Lista o catalogo de funcoes com a letra minima de cada uma.
      * ----------------------------------------------------------------
       LISTA-CATALOGO.

           DISPLAY "FUNCAO           LETRA  DESCRICAO"
           PERFORM VARYING IND-CAT FROM 1 BY 1
                   UNTIL IND-CAT > QTD-CATALOGO
               DISPLAY CF-FUNCAO (IND-CAT) " " CF-MINIMO (IND-CAT)
                   "      " CF-DESCRICAO (IND-CAT)
           END-PERFORM.

      * ----------------------------------------------------------------
      * Verifica se a linha alvo (tipo, chave e item) ja existe no
      * ACESSOS.
      * ----------------------------------------------------------------
       VERIFICA-LINHA.

           MOVE 'N' TO WRK-JA-EXISTE
           MOVE "00" TO WS-ACESSOS-STATUS
           OPEN INPUT ACESSOS-FILE
           IF WS-ACESSOS-STATUS = "00"
               PERFORM UNTIL WS-ACESSOS-STATUS = "10"
                   READ ACESSOS-FILE
                       AT END
                           MOVE "10" TO WS-ACESSOS-STATUS
                       NOT AT END
                           IF AX-TIPO = WRK-TIPO-ALVO AND
                              AX-CHAVE = WRK-CHAVE-ALVO AND
                              AX-ITEM = WRK-ITEM-ALVO
                               MOVE 'S' TO WRK-JA-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACESSOS-FILE
           END-IF
           MOVE "00" TO WS-ACESSOS-STATUS.

      * ----------------------------------------------------------------
      * Acrescenta a linha alvo ao fim do ACESSOS.
      * ----------------------------------------------------------------
       ACRESCENTA-LINHA.

           OPEN EXTEND ACESSOS-FILE
           IF WS-ACESSOS-STATUS NOT = "00"
               CLOSE ACESSOS-FILE
               OPEN OUTPUT ACESSOS-FILE
           END-IF
           MOVE SPACES         TO ACESSO-REC
           MOVE WRK-TIPO-ALVO  TO AX-TIPO
           MOVE WRK-CHAVE-ALVO TO AX-CHAVE
           MOVE WRK-ITEM-ALVO  TO AX-ITEM
           MOVE WRK-DATA-HOJE  TO AX-DATA
           MOVE WRK-OPERADOR   TO AX-OPERADOR
           WRITE ACESSO-REC
           CLOSE ACESSOS-FILE
           MOVE "00" TO WS-ACESSOS-STATUS.

      * ----------------------------------------------------------------
      * Regrava o ACESSOS sem a linha alvo (com WRK-PERFIL-ALVO 'S',
      * sem a linha "@" do operador alvo), via o intermediario
      * ACESSOS.NEW.
      * ----------------------------------------------------------------
       REGRAVA-SEM-A-LINHA.

           MOVE "00" TO WS-ACESSOS-STATUS
           OPEN INPUT ACESSOS-FILE
           IF WS-ACESSOS-STATUS = "00"
               OPEN OUTPUT ACESSOS-NOVO-FILE
               PERFORM PULA-A-LINHA
                   UNTIL WS-ACESSOS-STATUS = "10"
               CLOSE ACESSOS-FILE
               CLOSE ACESSOS-NOVO-FILE
               PERFORM COPIA-NOVO-PARA-ACESSOS
           END-IF
           MOVE "00" TO WS-ACESSOS-STATUS.

      * ----------------------------------------------------------------
      * Copia uma linha do ACESSOS para o intermediario, menos a linha
      * alvo.
      * ----------------------------------------------------------------
       PULA-A-LINHA.

           READ ACESSOS-FILE
               AT END
                   MOVE "10" TO WS-ACESSOS-STATUS
               NOT AT END
                   IF AX-TIPO = WRK-TIPO-ALVO AND
                      AX-CHAVE = WRK-CHAVE-ALVO AND
                      ((WRK-PERFIL-ALVO = 'S' AND
                        AX-ITEM (1:1) = '@') OR
                       (WRK-PERFIL-ALVO NOT = 'S' AND
                        AX-ITEM = WRK-ITEM-ALVO))
                       CONTINUE
                   ELSE
                       MOVE ACESSO-REC TO ACESSO-NOVO-REC
                       WRITE ACESSO-NOVO-REC
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Copia o intermediario ACESSOS.NEW de volta para o ACESSOS.
      * ----------------------------------------------------------------
       COPIA-NOVO-PARA-ACESSOS.

           MOVE "00" TO WS-ACNOVO-STATUS
           OPEN INPUT ACESSOS-NOVO-FILE
           OPEN OUTPUT ACESSOS-FILE
           PERFORM COPIA-UMA-LINHA
               UNTIL WS-ACNOVO-STATUS = "10"
           CLOSE ACESSOS-NOVO-FILE
           CLOSE ACESSOS-FILE.

      * ----------------------------------------------------------------
      * Copia uma linha do intermediario para o ACESSOS.
      * ----------------------------------------------------------------
       COPIA-UMA-LINHA.

           READ ACESSOS-NOVO-FILE
               AT END
                   MOVE "10" TO WS-ACNOVO-STATUS
               NOT AT END
                   MOVE ACESSO-NOVO-REC TO ACESSO-REC
                   WRITE ACESSO-REC
           END-READ.

      * ----------------------------------------------------------------
      * Relatorio de revisao de acessos RELACESSO: por operador do
      * cadastro, perfil, concessoes diretas e funcoes permitidas;
      * depois a composicao de cada perfil. Entregue ao spool.
      * ----------------------------------------------------------------
       EMITE-RELATORIO.

           PERFORM CARREGA-ACESSOS
           MOVE ZEROS TO CNT-OPERADORES

           OPEN OUTPUT RELATORIO-FILE
           IF WRK-REGIAO = 'T'
               MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF
           MOVE SPACES TO RELATORIO-LINHA
           STRING "REVISAO DE ACESSOS POR OPERADOR E FUNCAO - "
               "EMITIDO EM " WRK-DATA-HOJE " POR " WRK-OPERADOR
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE "00" TO WS-OPERADORES-STATUS
           OPEN INPUT OPERADORES-FILE
           IF WS-OPERADORES-STATUS NOT = "00"
               MOVE "CADASTRO OPERADORES NAO ENCONTRADO." TO
                   RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               PERFORM UNTIL WS-OPERADORES-STATUS = "10"
                   READ OPERADORES-FILE NEXT
                       AT END
                           MOVE "10" TO WS-OPERADORES-STATUS
                       NOT AT END
                           PERFORM RELATA-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF
           MOVE "00" TO WS-OPERADORES-STATUS

           PERFORM RELATA-PERFIS

           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           STRING "TOTAL DE OPERADORES REVISADOS: " CNT-OPERADORES
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           CLOSE RELATORIO-FILE

           CALL "PROG62V" USING WRK-SPOOL-RELATORIO
               WRK-SPOOL-PROGRAMA WRK-SPOOL-OPERADOR
           END-CALL

           DISPLAY "RELATORIO RELACESSO EMITIDO: " CNT-OPERADORES
               " OPERADOR(ES).".

      * ----------------------------------------------------------------
      * Bloco de um operador no relatorio de revisao.
      * ----------------------------------------------------------------
       RELATA-OPERADOR.

           ADD 1 TO CNT-OPERADORES
           MOVE OP-ID TO WRK-ID
           MOVE OP-PERFIL TO WRK-LETRA-OP
           PERFORM APURA-PERFIL-OPERADOR

           MOVE SPACES TO RELATORIO-LINHA
           STRING "OPERADOR " OP-ID " " OP-NOME " SITUACAO "
               OP-SITUACAO " LETRA " OP-PERFIL " PERFIL "
               WRK-PERFIL-ATUAL " (" WRK-ORIGEM ")"
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           PERFORM VARYING IND-AC FROM 1 BY 1
                   UNTIL IND-AC > QTD-ACESSOS
               IF TA-TIPO (IND-AC) = 'O' AND
                  TA-CHAVE (IND-AC) = OP-ID AND
                  TA-ITEM (IND-AC) (1:1) NOT = '@'
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "    CONCESSAO DIRETA: " TA-ITEM (IND-AC)
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM

           MOVE ZEROS TO CNT-PERMITIDAS
           PERFORM VARYING IND-CAT FROM 1 BY 1
                   UNTIL IND-CAT > QTD-CATALOGO
               MOVE CF-FUNCAO (IND-CAT) TO WRK-FUNCAO
               CALL "PROG15A" USING WRK-ID WRK-LETRA-OP WRK-FUNCAO
                   WRK-PERMITIDO
               END-CALL
               IF WRK-PERMITIDO = 'S'
                   ADD 1 TO CNT-PERMITIDAS
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "    PODE: " CF-FUNCAO (IND-CAT) " "
                       CF-DESCRICAO (IND-CAT)
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM

           MOVE SPACES TO RELATORIO-LINHA
           STRING "    TOTAL DE FUNCOES PERMITIDAS: " CNT-PERMITIDAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA
           IF OP-SITUACAO NOT = 'A'
               MOVE "(OPERADOR DESATIVADO - SIGN-ON RECUSADO)" TO
                   RELATORIO-LINHA (40:41)
           END-IF
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      * ----------------------------------------------------------------
      * Composicao de cada perfil: os tres padrao (itens proprios ou a
      * regra da letra) e os perfis nomeados do ACESSOS.
      * ----------------------------------------------------------------
       RELATA-PERFIS.

           MOVE "COMPOSICAO DOS PERFIS" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA

           MOVE "ENTRADA"    TO TP-NOME (1)
           MOVE "CORRECAO"   TO TP-NOME (2)
           MOVE "FECHAMENTO" TO TP-NOME (3)
           MOVE 3 TO QTD-PERFIS
           PERFORM VARYING IND-AC FROM 1 BY 1
                   UNTIL IND-AC > QTD-ACESSOS
               IF TA-TIPO (IND-AC) = 'P'
                   MOVE 'N' TO WRK-ACHOU-PERFIL
                   PERFORM VARYING IND-PF FROM 1 BY 1
                           UNTIL IND-PF > QTD-PERFIS
                       IF TP-NOME (IND-PF) = TA-CHAVE (IND-AC)
                           MOVE 'S' TO WRK-ACHOU-PERFIL
                       END-IF
                   END-PERFORM
                   IF WRK-ACHOU-PERFIL NOT = 'S' AND QTD-PERFIS < 200
                       ADD 1 TO QTD-PERFIS
                       MOVE TA-CHAVE (IND-AC) TO TP-NOME (QTD-PERFIS)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING IND-PF FROM 1 BY 1
                   UNTIL IND-PF > QTD-PERFIS
               PERFORM RELATA-UM-PERFIL
           END-PERFORM.

      * ----------------------------------------------------------------
      * Itens de um perfil no relatorio.
      * ----------------------------------------------------------------
       RELATA-UM-PERFIL.

           MOVE TP-NOME (IND-PF) TO WRK-NOME-PERFIL
           PERFORM CONTA-ITENS-PERFIL
           PERFORM LETRA-DO-PADRAO

           MOVE SPACES TO RELATORIO-LINHA
           IF CNT-ITENS = ZEROS
               STRING "PERFIL " WRK-NOME-PERFIL " - SEM ITENS "
                   "PROPRIOS: TODAS AS FUNCOES DE LETRA MINIMA ATE "
                   WRK-LETRA-PADRAO " NO CATALOGO"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               STRING "PERFIL " WRK-NOME-PERFIL " - " CNT-ITENS
                   " ITEM(NS):"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA

           PERFORM VARYING IND-AC FROM 1 BY 1
                   UNTIL IND-AC > QTD-ACESSOS
               IF TA-TIPO (IND-AC) = 'P' AND
                  TA-CHAVE (IND-AC) = WRK-NOME-PERFIL
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "    " TA-ITEM (IND-AC)
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Acrescenta a linha da alteracao a trilha CONFHIST.
      * ----------------------------------------------------------------
       GRAVA-CONFHIST.

           OPEN EXTEND CONFHIST-FILE
           IF WS-CONFHIST-STATUS NOT = "00"
               CLOSE CONFHIST-FILE
               OPEN OUTPUT CONFHIST-FILE
           END-IF

           MOVE SPACES       TO CONFHIST-REC
           ACCEPT CH-DATA    FROM DATE YYYYMMDD
           ACCEPT CH-HORA    FROM TIME
           MOVE "ACESSOS"    TO CH-ARQUIVO
           MOVE WRK-CAMPO    TO CH-CAMPO
           MOVE WRK-ANTES    TO CH-ANTES
           MOVE WRK-DEPOIS   TO CH-DEPOIS
           MOVE WRK-OPERADOR TO CH-OPERADOR
           WRITE CONFHIST-REC

           CLOSE CONFHIST-FILE
           MOVE "00" TO WS-CONFHIST-STATUS.

      * ----------------------------------------------------------------
      * Tabela de trabalho cheia: em vez de revisar os acessos com a
      * tabela parcial, repassa ao tratador comum PROG31E, que grava o
      * OPSLOG e interrompe a execucao.
      * ----------------------------------------------------------------
       REPORTA-LIMITE-TABELA.

           MOVE "TABELA" TO WRK-ERR-OPERACAO
           MOVE "TB" TO WRK-ERR-STATUS
           CALL "PROG31E" USING WRK-ERR-PROGRAMA WRK-ERR-ARQUIVO
               WRK-ERR-OPERACAO WRK-ERR-STATUS
           END-CALL.

       END PROGRAM PROG91.
