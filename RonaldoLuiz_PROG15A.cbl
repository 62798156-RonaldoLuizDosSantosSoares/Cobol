      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Subprograma de autorizacao por programa e funcao,
      *          chamado por todo programa com sign-on logo depois do
      *          PROG15V (e de novo antes de cada funcao sensivel,
      *          como PROG39-DECIDE ou PROG12-DESATIVA). Recebe o
      *          operador autenticado, a letra OP-PERFIL devolvida
      *          pelo sign-on e o codigo da funcao (catalogo
      *          ACESFUNC); devolve LK-PERMITIDO 'S' ou 'N', sem
      *          mensagem na tela (a recusa e exibida pelo chamador).
      *          A regra, sobre a tabela ACESSOS (layout ACESREC,
      *          mantida pelo PROG91):
      *          1. concessao direta ao operador (linha O com a
      *             funcao ou "*") permite;
      *          2. senao vale o perfil do operador - o da linha O
      *             "@PERFIL" ou, sem ela, o perfil padrao da letra
      *             (E = ENTRADA, C = CORRECAO, F = FECHAMENTO) - e o
      *             perfil permite quando tem linha P com a funcao ou
      *             "*";
      *          3. perfil padrao sem nenhuma linha P vale pela letra
      *             minima do catalogo (E < C < F), o mesmo teste de
      *             perfil que os programas faziam antes; funcao fora
      *             do catalogo exige F.
      *          Sem o arquivo ACESSOS todos os operadores ficam nos
      *          perfis padrao, e o acesso e o mesmo de antes.
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG15A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACESSOS-FILE ASSIGN TO "ACESSOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACESSOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACESSOS-FILE.
       01  ACESSO-REC.
           COPY ACESREC.

       WORKING-STORAGE SECTION.

       77 WS-ACESSOS-STATUS    PIC X(02) VALUE "00".
       77 WRK-MINIMO           PIC X(01) VALUE SPACE.
       77 WRK-LETRA-PERFIL     PIC X(01) VALUE SPACE.
       77 WRK-NOME-PERFIL      PIC X(10) VALUE SPACES.
       77 WRK-PERFIL-PADRAO    PIC X VALUE 'N'.
       77 CNT-ITENS-PERFIL     PIC 9(05) VALUE ZEROS.
       77 WRK-NIVEL-PERFIL     PIC 9(01) VALUE ZEROS.
       77 WRK-NIVEL-MINIMO     PIC 9(01) VALUE ZEROS.
       77 WRK-LETRA-NIVEL      PIC X(01) VALUE SPACE.
       77 WRK-NIVEL            PIC 9(01) VALUE ZEROS.
       77 IND-CAT              PIC 9(03) VALUE ZEROS.

       COPY ACESFUNC.

       LINKAGE SECTION.
       01 LK-OPERADOR          PIC X(10).
       01 LK-PERFIL            PIC X(01).
       01 LK-FUNCAO            PIC X(16).
       01 LK-PERMITIDO         PIC X(01).

       PROCEDURE DIVISION USING LK-OPERADOR LK-PERFIL LK-FUNCAO
               LK-PERMITIDO.

       MAIN-PROCESS.
           MOVE 'N' TO LK-PERMITIDO
           MOVE SPACES TO WRK-NOME-PERFIL
           MOVE ZEROS TO CNT-ITENS-PERFIL

           IF LK-OPERADOR = SPACES
               GOBACK
           END-IF

           PERFORM LOCALIZA-MINIMO
           PERFORM LE-CONCESSOES-OPERADOR

           IF LK-PERMITIDO NOT = 'S'
               IF WRK-NOME-PERFIL = SPACES
                   PERFORM PERFIL-DA-LETRA
               END-IF
               PERFORM LE-ITENS-PERFIL
           END-IF

           IF LK-PERMITIDO NOT = 'S' AND CNT-ITENS-PERFIL = ZEROS
               PERFORM CONFERE-PERFIL-PADRAO
           END-IF

           GOBACK.

      * ----------------------------------------------------------------
      * Letra minima da funcao no catalogo ACESFUNC (F quando a funcao
      * nao esta catalogada).
      * ----------------------------------------------------------------
       LOCALIZA-MINIMO.

           MOVE 'F' TO WRK-MINIMO
           PERFORM VARYING IND-CAT FROM 1 BY 1
                   UNTIL IND-CAT > QTD-CATALOGO
               IF CF-FUNCAO (IND-CAT) = LK-FUNCAO
                   MOVE CF-MINIMO (IND-CAT) TO WRK-MINIMO
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Primeira passada no ACESSOS: linhas O do operador - concessao
      * direta da funcao (ou "*") e o perfil atribuido ("@PERFIL").
      * ----------------------------------------------------------------
       LE-CONCESSOES-OPERADOR.

           MOVE "00" TO WS-ACESSOS-STATUS
           OPEN INPUT ACESSOS-FILE
           IF WS-ACESSOS-STATUS = "00"
               PERFORM UNTIL WS-ACESSOS-STATUS = "10"
                   READ ACESSOS-FILE
                       AT END
                           MOVE "10" TO WS-ACESSOS-STATUS
                       NOT AT END
                           IF AX-TIPO = 'O' AND
                              AX-CHAVE = LK-OPERADOR
                               IF AX-ITEM (1:1) = '@'
                                   MOVE AX-ITEM (2:10) TO
                                       WRK-NOME-PERFIL
                               ELSE
                                   IF AX-ITEM = LK-FUNCAO OR
                                      AX-ITEM = "*"
                                       MOVE 'S' TO LK-PERMITIDO
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACESSOS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Operador sem perfil atribuido fica no perfil padrao da sua
      * letra OP-PERFIL.
      * ----------------------------------------------------------------
       PERFIL-DA-LETRA.

           EVALUATE LK-PERFIL
               WHEN 'E'
                   MOVE "ENTRADA"    TO WRK-NOME-PERFIL
               WHEN 'C'
                   MOVE "CORRECAO"   TO WRK-NOME-PERFIL
               WHEN 'F'
                   MOVE "FECHAMENTO" TO WRK-NOME-PERFIL
               WHEN OTHER
                   MOVE SPACES       TO WRK-NOME-PERFIL
           END-EVALUATE.

      * ----------------------------------------------------------------
      * Segunda passada no ACESSOS: linhas P do perfil do operador.
      * Conta os itens (perfil padrao sem itens vale pela letra) e
      * permite quando um deles e a funcao ou "*".
      * ----------------------------------------------------------------
       LE-ITENS-PERFIL.

           IF WRK-NOME-PERFIL NOT = SPACES
               MOVE "00" TO WS-ACESSOS-STATUS
               OPEN INPUT ACESSOS-FILE
               IF WS-ACESSOS-STATUS = "00"
                   PERFORM UNTIL WS-ACESSOS-STATUS = "10"
                       READ ACESSOS-FILE
                           AT END
                               MOVE "10" TO WS-ACESSOS-STATUS
                           NOT AT END
                               IF AX-TIPO = 'P' AND
                                  AX-CHAVE = WRK-NOME-PERFIL
                                   ADD 1 TO CNT-ITENS-PERFIL
                                   IF AX-ITEM = LK-FUNCAO OR
                                      AX-ITEM = "*"
                                       MOVE 'S' TO LK-PERMITIDO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ACESSOS-FILE
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Perfil padrao ainda sem itens proprios: a letra do perfil
      * contra a letra minima da funcao (E < C < F). Perfil nomeado
      * que nao e padrao e nao tem itens nao permite nada.
      * ----------------------------------------------------------------
       CONFERE-PERFIL-PADRAO.

           MOVE 'S' TO WRK-PERFIL-PADRAO
           EVALUATE WRK-NOME-PERFIL
               WHEN "ENTRADA"
                   MOVE 'E' TO WRK-LETRA-PERFIL
               WHEN "CORRECAO"
                   MOVE 'C' TO WRK-LETRA-PERFIL
               WHEN "FECHAMENTO"
                   MOVE 'F' TO WRK-LETRA-PERFIL
               WHEN OTHER
                   MOVE 'N' TO WRK-PERFIL-PADRAO
           END-EVALUATE

           IF WRK-PERFIL-PADRAO = 'S'
               MOVE WRK-LETRA-PERFIL TO WRK-LETRA-NIVEL
               PERFORM NIVEL-DA-LETRA
               MOVE WRK-NIVEL TO WRK-NIVEL-PERFIL
               MOVE WRK-MINIMO TO WRK-LETRA-NIVEL
               PERFORM NIVEL-DA-LETRA
               MOVE WRK-NIVEL TO WRK-NIVEL-MINIMO
               IF WRK-NIVEL-PERFIL >= WRK-NIVEL-MINIMO
                   MOVE 'S' TO LK-PERMITIDO
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Nivel da letra de perfil: E = 1, C = 2, F = 3 (letra
      * desconhecida exige o nivel mais alto).
      * ----------------------------------------------------------------
       NIVEL-DA-LETRA.

           EVALUATE WRK-LETRA-NIVEL
               WHEN 'E'
                   MOVE 1 TO WRK-NIVEL
               WHEN 'C'
                   MOVE 2 TO WRK-NIVEL
               WHEN 'F'
                   MOVE 3 TO WRK-NIVEL
               WHEN OTHER
                   MOVE 9 TO WRK-NIVEL
           END-EVALUATE.

       END PROGRAM PROG15A.
