      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Manutencao do cadastro de unidades (campi) da escola
      *          (arquivo UNIDADES, layout UNIDREC): inclui, altera
      *          nome e situacao e lista as unidades. A unidade de
      *          codigo SEDE, o campus de sempre, e criada na primeira
      *          execucao e nao pode ser desativada: aluno (ALUNUNID,
      *          via PROG12), comodo (COMODOS) e atribuicao de
      *          docencia (ATRIBDOC, via PROG38) sem unidade informada
      *          pertencem a ela. Nao ha remocao - a unidade que sai
      *          de uso e desativada, para os registros antigos que a
      *          citam continuarem validos. A alteracao regrava via o
      *          intermediario UNIDADES.NEW, como nas demais tabelas
      *          sequenciais.
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG99.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIDADES-FILE ASSIGN TO "UNIDADES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIDADES-STATUS.

           SELECT UNIDADES-NOVO-FILE ASSIGN TO "UNIDADES.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNINOVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNIDADES-FILE.
       01  UNIDADES-REC.
           COPY UNIDREC.

       FD  UNIDADES-NOVO-FILE.
       01  UNIDADES-NOVO-REC       PIC X(37).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-UNIDADES-STATUS   PIC X(02) VALUE "00".
       77 WS-UNINOVO-STATUS    PIC X(02) VALUE "00".
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-CONTINUA         PIC X VALUE 'S'.
       77 WRK-CODIGO           PIC X(04) VALUE SPACES.
       77 WRK-NOME             PIC X(30) VALUE SPACES.
       77 WRK-SITUACAO         PIC X(01) VALUE SPACE.
       77 WRK-JA-EXISTE        PIC X VALUE 'N'.
       77 WRK-ALTERADA         PIC X VALUE 'N'.
       77 WRK-UNIDADE-SEDE     PIC X(04) VALUE "SEDE".
       77 CNT-LINHAS           PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CADASTRO DE UNIDADES (UNIDADES)".
           DISPLAY "===================================".

           PERFORM CRIA-SEDE-SE-AUSENTE

           PERFORM PROCESSA-UMA-OPCAO
               UNTIL WRK-CONTINUA NOT = 'S' AND WRK-CONTINUA NOT = 's'

           GOBACK.

      * ----------------------------------------------------------------
      * Na primeira execucao, cria o cadastro com a unidade SEDE, o
      * campus de sempre, ativa; o nome pode ser acertado pela opcao
      * de alteracao.
      * ----------------------------------------------------------------
       CRIA-SEDE-SE-AUSENTE.

           OPEN INPUT UNIDADES-FILE
           IF WS-UNIDADES-STATUS = "00"
               CLOSE UNIDADES-FILE
           ELSE
               CLOSE UNIDADES-FILE
               OPEN OUTPUT UNIDADES-FILE
               MOVE SPACES           TO UNIDADES-REC
               MOVE WRK-UNIDADE-SEDE TO UN-CODIGO
               MOVE "UNIDADE SEDE"   TO UN-NOME
               MOVE 'A'              TO UN-SITUACAO
               WRITE UNIDADES-REC
               CLOSE UNIDADES-FILE
               DISPLAY "CADASTRO CRIADO COM A UNIDADE SEDE."
           END-IF
           MOVE "00" TO WS-UNIDADES-STATUS.

      * ----------------------------------------------------------------
      * Mostra o menu e executa a opcao escolhida.
      * ----------------------------------------------------------------
       PROCESSA-UMA-OPCAO.

           DISPLAY "-----------------------------------"
           DISPLAY "  I - INCLUIR UNIDADE"
           DISPLAY "  A - ALTERAR NOME / SITUACAO DA UNIDADE"
           DISPLAY "  L - LISTAR AS UNIDADES"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM INCLUI-UNIDADE
               WHEN 'A'
               WHEN 'a'
                   PERFORM ALTERA-UNIDADE
               WHEN 'L'
               WHEN 'l'
                   PERFORM LISTA-UNIDADES
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE

           DISPLAY "DESEJA CONTINUAR A MANUTENCAO? (S/N)"
           ACCEPT WRK-CONTINUA.

      * ----------------------------------------------------------------
      * Inclui uma unidade nova, ativa.
      * ----------------------------------------------------------------
       INCLUI-UNIDADE.

           DISPLAY "CODIGO DA UNIDADE (ATE 4 POSICOES):"
           ACCEPT WRK-CODIGO
           DISPLAY "NOME DA UNIDADE:"
           ACCEPT WRK-NOME

           IF WRK-CODIGO = SPACES OR WRK-NOME = SPACES
               DISPLAY "CODIGO E NOME SAO OBRIGATORIOS."
           ELSE
               PERFORM VERIFICA-EXISTENTE
               IF WRK-JA-EXISTE = 'S'
                   DISPLAY "UNIDADE " WRK-CODIGO " JA CADASTRADA."
               ELSE
                   OPEN EXTEND UNIDADES-FILE
                   IF WS-UNIDADES-STATUS NOT = "00"
                       CLOSE UNIDADES-FILE
                       OPEN OUTPUT UNIDADES-FILE
                   END-IF
                   MOVE SPACES     TO UNIDADES-REC
                   MOVE WRK-CODIGO TO UN-CODIGO
                   MOVE WRK-NOME   TO UN-NOME
                   MOVE 'A'        TO UN-SITUACAO
                   WRITE UNIDADES-REC
                   CLOSE UNIDADES-FILE
                   MOVE "00" TO WS-UNIDADES-STATUS
                   DISPLAY "UNIDADE INCLUIDA."
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Verifica se o codigo informado ja consta do cadastro.
      * ----------------------------------------------------------------
       VERIFICA-EXISTENTE.

           MOVE 'N' TO WRK-JA-EXISTE

           OPEN INPUT UNIDADES-FILE
           IF WS-UNIDADES-STATUS = "00"
               PERFORM UNTIL WS-UNIDADES-STATUS = "10"
                   READ UNIDADES-FILE
                       AT END
                           MOVE "10" TO WS-UNIDADES-STATUS
                       NOT AT END
                           IF UN-CODIGO = WRK-CODIGO
                               MOVE 'S' TO WRK-JA-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNIDADES-FILE
           END-IF
           MOVE "00" TO WS-UNIDADES-STATUS.

      * ----------------------------------------------------------------
      * Altera o nome e a situacao de uma unidade, regravando o
      * cadastro via o intermediario UNIDADES.NEW. A SEDE nao pode
      * ser desativada.
      * ----------------------------------------------------------------
       ALTERA-UNIDADE.

           DISPLAY "CODIGO DA UNIDADE:"
           ACCEPT WRK-CODIGO
           DISPLAY "NOVO NOME (BRANCO = MANTEM):"
           MOVE SPACES TO WRK-NOME
           ACCEPT WRK-NOME
           DISPLAY "NOVA SITUACAO (A=ATIVA D=DESATIVADA, BRANCO = "
               "MANTEM):"
           MOVE SPACE TO WRK-SITUACAO
           ACCEPT WRK-SITUACAO

           IF WRK-SITUACAO NOT = SPACE AND
              WRK-SITUACAO NOT = 'A' AND WRK-SITUACAO NOT = 'D'
               DISPLAY "SITUACAO INVALIDA."
           ELSE
               IF WRK-CODIGO = WRK-UNIDADE-SEDE AND
                  WRK-SITUACAO = 'D'
                   DISPLAY "A UNIDADE SEDE NAO PODE SER DESATIVADA."
               ELSE
                   MOVE 'N' TO WRK-ALTERADA
                   OPEN INPUT UNIDADES-FILE
                   IF WS-UNIDADES-STATUS NOT = "00"
                       DISPLAY "CADASTRO DE UNIDADES AINDA NAO EXISTE."
                   ELSE
                       OPEN OUTPUT UNIDADES-NOVO-FILE
                       PERFORM COPIA-COM-ALTERACAO
                           UNTIL WS-UNIDADES-STATUS = "10"
                       CLOSE UNIDADES-FILE
                       CLOSE UNIDADES-NOVO-FILE

                       IF WRK-ALTERADA = 'S'
                           PERFORM COPIA-NOVO-PARA-UNIDADES
                           DISPLAY "UNIDADE ALTERADA."
                       ELSE
                           DISPLAY "UNIDADE " WRK-CODIGO
                               " NAO CADASTRADA."
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE "00" TO WS-UNIDADES-STATUS.

      * ----------------------------------------------------------------
      * Copia uma linha do cadastro para o intermediario, com o nome
      * e a situacao novos na linha da unidade informada.
      * ----------------------------------------------------------------
       COPIA-COM-ALTERACAO.

           READ UNIDADES-FILE
               AT END
                   MOVE "10" TO WS-UNIDADES-STATUS
               NOT AT END
                   IF UN-CODIGO = WRK-CODIGO
                       MOVE 'S' TO WRK-ALTERADA
                       IF WRK-NOME NOT = SPACES
                           MOVE WRK-NOME TO UN-NOME
                       END-IF
                       IF WRK-SITUACAO NOT = SPACE
                           MOVE WRK-SITUACAO TO UN-SITUACAO
                       END-IF
                   END-IF
                   MOVE UNIDADES-REC TO UNIDADES-NOVO-REC
                   WRITE UNIDADES-NOVO-REC
           END-READ.

      * ----------------------------------------------------------------
      * Copia o intermediario UNIDADES.NEW de volta para o UNIDADES.
      * ----------------------------------------------------------------
       COPIA-NOVO-PARA-UNIDADES.

           MOVE "00" TO WS-UNINOVO-STATUS
           OPEN INPUT UNIDADES-NOVO-FILE
           OPEN OUTPUT UNIDADES-FILE
           PERFORM COPIA-UMA-LINHA
               UNTIL WS-UNINOVO-STATUS = "10"
           CLOSE UNIDADES-NOVO-FILE
           CLOSE UNIDADES-FILE.

      * ----------------------------------------------------------------
      * Copia uma linha do intermediario para o cadastro.
      * ----------------------------------------------------------------
       COPIA-UMA-LINHA.

           READ UNIDADES-NOVO-FILE
               AT END
                   MOVE "10" TO WS-UNINOVO-STATUS
               NOT AT END
                   MOVE UNIDADES-NOVO-REC TO UNIDADES-REC
                   WRITE UNIDADES-REC
           END-READ.

      * ----------------------------------------------------------------
      * Lista o cadastro de unidades.
      * ----------------------------------------------------------------
       LISTA-UNIDADES.

           MOVE ZEROS TO CNT-LINHAS

           OPEN INPUT UNIDADES-FILE
           IF WS-UNIDADES-STATUS NOT = "00"
               DISPLAY "CADASTRO DE UNIDADES AINDA NAO EXISTE."
           ELSE
               DISPLAY "CODIGO / NOME / SITUACAO:"
               PERFORM UNTIL WS-UNIDADES-STATUS = "10"
                   READ UNIDADES-FILE
                       AT END
                           MOVE "10" TO WS-UNIDADES-STATUS
                       NOT AT END
                           ADD 1 TO CNT-LINHAS
                           DISPLAY "  " UN-CODIGO " " UN-NOME " "
                               UN-SITUACAO
                   END-READ
               END-PERFORM
               CLOSE UNIDADES-FILE
               DISPLAY "TOTAL DE UNIDADES: " CNT-LINHAS
           END-IF
           MOVE "00" TO WS-UNIDADES-STATUS.

       END PROGRAM PROG99.
