      *                 do controle e o bloqueio da terceira falha
      *                 nunca persistia - o ID bloqueado entrava
      *                 normalmente no sign-on seguinte.
      *   15/10 - RLS - O perfil devolvido passa a servir so de entrada
      *                 para a autorizacao por funcao: todo programa
      *                 chama o PROG15A logo depois deste sign-on, com a
      *                 funcao que vai executar (tabela ACESSOS, mantida
      *                 pelo PROG91).
      *   15/10 - RLS - Chama o PROG97V antes de abrir o OPERADORES: na
      *                 regiao de treinamento o sign-on mostra a faixa
      *                 TREINAMENTO e valida, troca senha e bloqueia
      *                 contra o OPERADORES e o SENHACTL da regiao,
      *                 nunca os da producao.
      *   15/10 - RLS - Sessao do menu principal (PROG98): com a
      *                 sessao aberta no PROG15S, o sign-on nao pede ID
      *                 e senha de novo - confere no OPERADORES que o
      *                 operador da sessao continua ativo e devolve o
      *                 ID e o perfil atuais dele.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG15V.
       77 WRK-SENHA-OK         PIC X VALUE 'N'.
       77 WRK-GRAVOU-LINHA     PIC X VALUE 'N'.
       77 WRK-SESSAO-NEGADA    PIC X VALUE 'N'.
       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WRK-ACAO-SESSAO      PIC X(01) VALUE 'C'.
       77 WRK-SESSAO-ATIVA     PIC X(01) VALUE 'N'.

      * Decomposicao da data para o calculo da nova validade (tres
      * meses a frente, com a virada de ano).
       PROCEDURE DIVISION USING LK-OPERADOR LK-PERFIL LK-AUTORIZADO.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           MOVE 'C' TO WRK-ACAO-SESSAO
           CALL "PROG15S" USING WRK-ACAO-SESSAO LK-OPERADOR LK-PERFIL
               WRK-SESSAO-ATIVA
           END-CALL
           IF WRK-SESSAO-ATIVA = 'S'
               PERFORM CONFIRMA-SESSAO-MENU
               GOBACK
           END-IF

           MOVE SPACES TO LK-OPERADOR
           MOVE SPACE  TO LK-PERFIL
           MOVE 'N'    TO LK-AUTORIZADO

           GOBACK.

      * ----------------------------------------------------------------
      * Sessao aberta pelo menu principal: sem nova digitacao de ID e
      * senha, mas o operador tem de continuar ativo no cadastro (o
      * perfil devolvido e o atual, nao o da abertura da sessao).
      * ----------------------------------------------------------------
       CONFIRMA-SESSAO-MENU.

           MOVE 'N' TO LK-AUTORIZADO
           MOVE "00" TO WS-OPERADORES-STATUS
           OPEN INPUT OPERADORES-FILE
           IF WS-OPERADORES-STATUS NOT = "00"
               DISPLAY "CADASTRO DE OPERADORES NAO ENCONTRADO. "
                   "CADASTRE OS OPERADORES PELO PROG15."
           ELSE
               MOVE LK-OPERADOR TO OP-ID
               READ OPERADORES-FILE
                   INVALID KEY
                       DISPLAY "OPERADOR DA SESSAO NAO CADASTRADO."
                   NOT INVALID KEY
                       IF OP-SITUACAO NOT = 'A'
                           DISPLAY "OPERADOR DA SESSAO DESATIVADO."
                       ELSE
                           MOVE OP-PERFIL TO LK-PERFIL
                           MOVE 'S'       TO LK-AUTORIZADO
                           DISPLAY "SESSAO DO MENU: OPERADOR " OP-ID
                               " (PERFIL " OP-PERFIL ")."
                       END-IF
               END-READ
               CLOSE OPERADORES-FILE
           END-IF

           IF LK-AUTORIZADO NOT = 'S'
               MOVE SPACES TO LK-OPERADOR
               MOVE SPACE  TO LK-PERFIL
           END-IF.

      * ----------------------------------------------------------------
      * Uma tentativa de sign-on: pede ID e senha, confere no cadastro
      * e no controle de senha (bloqueio, validade, falhas) e encerra
