      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Subprograma guardiao da sessao do menu principal
      *          (PROG98). O menu faz o sign-on uma unica vez pelo
      *          PROG15V e abre aqui a sessao com o operador e o
      *          perfil autenticados; enquanto ela estiver aberta, o
      *          PROG15V chamado pelos programas escolhidos no menu
      *          devolve esse mesmo operador sem pedir ID e senha de
      *          novo (a autorizacao por funcao, no PROG15A, continua
      *          valendo em cada programa). Fora do menu nao ha sessao
      *          aberta e o sign-on e o de sempre. A sessao vive so na
      *          memoria da execucao; nada e gravado em arquivo.
      *          LK-ACAO: A = abre, C = consulta, F = fecha.
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG15S.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 WRK-SESSAO-ATIVA     PIC X(01) VALUE 'N'.
       77 WRK-SESSAO-OPERADOR  PIC X(10) VALUE SPACES.
       77 WRK-SESSAO-PERFIL    PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
       01 LK-ACAO              PIC X(01).
       01 LK-OPERADOR          PIC X(10).
       01 LK-PERFIL            PIC X(01).
       01 LK-ATIVA             PIC X(01).

       PROCEDURE DIVISION USING LK-ACAO LK-OPERADOR LK-PERFIL
               LK-ATIVA.

       MAIN-PROCESS.
           EVALUATE LK-ACAO
               WHEN 'A'
                   PERFORM ABRE-SESSAO
               WHEN 'F'
                   PERFORM FECHA-SESSAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE WRK-SESSAO-ATIVA TO LK-ATIVA
           IF WRK-SESSAO-ATIVA = 'S'
               MOVE WRK-SESSAO-OPERADOR TO LK-OPERADOR
               MOVE WRK-SESSAO-PERFIL   TO LK-PERFIL
           END-IF

           GOBACK.

      * ----------------------------------------------------------------
      * Abre a sessao com o operador ja autenticado pelo chamador.
      * Operador em branco nao abre sessao.
      * ----------------------------------------------------------------
       ABRE-SESSAO.

           IF LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-SESSAO-OPERADOR
               MOVE LK-PERFIL   TO WRK-SESSAO-PERFIL
               MOVE 'S'         TO WRK-SESSAO-ATIVA
           END-IF.

      * ----------------------------------------------------------------
      * Fecha a sessao: o proximo sign-on volta a pedir ID e senha.
      * ----------------------------------------------------------------
       FECHA-SESSAO.

           MOVE SPACES TO WRK-SESSAO-OPERADOR
           MOVE SPACE  TO WRK-SESSAO-PERFIL
           MOVE 'N'    TO WRK-SESSAO-ATIVA.

       END PROGRAM PROG15S.
