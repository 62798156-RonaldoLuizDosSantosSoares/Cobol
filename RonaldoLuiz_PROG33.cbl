      *          EMISMATR. Exige sign-on (PROG15V).
      * Modification History:
      *   22/08 - RLS - Programa original.
      *   15/10 - RLS - As matriculas emitidas passam a seguir o
      *                 esquema novo (sexto digito verificador modulo
      *                 11), conferido pelo PROG10E; numeros que so
      *                 passam na regra antiga da soma prima nao sao
      *                 mais emitidos.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG33); o
      *                 perfil padrao de qualquer letra mantem o acesso
      *                 de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG33.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-CONTADOR-STATUS   PIC X(02) VALUE "00".
       77 WS-ALUNOIDX-STATUS   PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77 WRK-PERFIL           PIC X(01) VALUE SPACE.
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO           PIC X(16) VALUE SPACES.
       77 WRK-PERMITIDO        PIC X(01) VALUE 'N'.
       77 WRK-CONTINUA         PIC X(01) VALUE 'S'.
       77 WRK-ULTIMA           PIC 9(06) VALUE ZEROS.
       77 WRK-CANDIDATA        PIC 9(06) VALUE ZEROS.
       77 WRK-DIGITO-VALIDO    PIC X VALUE 'N'.
       77 WRK-ESQUEMA          PIC X VALUE SPACE.
       77 WRK-JA-EXISTE        PIC X VALUE 'N'.
       77 WRK-ACHOU            PIC X VALUE 'N'.
       77 WRK-NOME             PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "EMISSAO DE MATRICULAS".
           DISPLAY "===================================".
               GOBACK
           END-IF

           MOVE "PROG33" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG33. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           PERFORM LE-CONTADOR

           PERFORM EMITE-UMA-MATRICULA

      * ----------------------------------------------------------------
      * Emite uma matricula: avanca a partir do contador ate um numero
      * com digito verificador do esquema novo (PROG10E) e ausente do
      * ALUNOIDX, registra o aluno e atualiza o contador.
      * ----------------------------------------------------------------
       EMITE-UMA-MATRICULA.


           PERFORM UNTIL WRK-DIGITO-VALIDO = 'S'
               ADD 1 TO WRK-CANDIDATA
               CALL "PROG10E" USING WRK-CANDIDATA WRK-DIGITO-VALIDO
                   WRK-ESQUEMA
               END-CALL
               IF WRK-ESQUEMA NOT = 'N'
                   MOVE 'N' TO WRK-DIGITO-VALIDO
               END-IF
               IF WRK-DIGITO-VALIDO = 'S'
                   PERFORM VERIFICA-ALUNOIDX
                   IF WRK-JA-EXISTE = 'S'
