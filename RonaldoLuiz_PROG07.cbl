      *                 anterior e a nova, o operador e a data/hora -
      *                 a grade muda media e situacao dali em diante
      *                 e nao deixava rastro. Consulta pelo PROG68.
      *   15/10 - RLS - Sign-on seguido da autorizacao por funcao
      *                 (PROG15A, tabela ACESSOS, funcao PROG07); o
      *                 perfil padrao de qualquer letra mantem o acesso
      *                 de antes.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      *   15/10 - RLS - Grupos optativos: cada disciplina da grade
      *                 passa a ter o grupo optativo (CAT-GRUPO, em
      *                 branco = obrigatoria) e a carga horaria
      *                 (CAT-CARGA-HORARIA) no CATALOGO; para cada grupo
      *                 da grade e pedida a regra - descricao e minimo
      *                 em disciplinas ou em horas - gravada no arquivo
      *                 GRUPOPT (layout GRUPOREC), que e regravado so
      *                 nas linhas do curso, como o CATALOGO. Cada
      *                 regra nova, alterada ou excluida gera linha no
      *                 CONFHIST.
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG07.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFHIST-STATUS.

           SELECT GRUPOPT-FILE ASSIGN TO "GRUPOPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRUPOPT-STATUS.

           SELECT GRUPOPT-NOVO-FILE ASSIGN TO "GRUPOPT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRPNOVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
           05 CAT-CURSO           PIC X(10).
           05 FILLER              PIC X(01).
           05 CAT-DISCIPLINA      PIC X(30).
           05 FILLER              PIC X(01).
           05 CAT-GRUPO           PIC X(10).
           05 FILLER              PIC X(01).
           05 CAT-CARGA-HORARIA   PIC 9(03).

       FD  CATALOGO-NOVO-FILE.
       01  CATALOGO-NOVO-REC.
           05 CTN-CURSO           PIC X(10).
           05 FILLER              PIC X(01).
           05 CTN-DISCIPLINA      PIC X(30).
           05 FILLER              PIC X(01).
           05 CTN-GRUPO           PIC X(10).
           05 FILLER              PIC X(01).
           05 CTN-CARGA-HORARIA   PIC 9(03).

       FD  GRUPOPT-FILE.
       01  GRUPOPT-REC.
           COPY GRUPOREC.

       FD  GRUPOPT-NOVO-FILE.
       01  GRUPOPT-NOVO-REC        PIC X(58).

       FD  CONFHIST-FILE.
       01  CONFHIST-REC.
           COPY CONFHREC.

       WORKING-STORAGE SECTION.
       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
        01 DISCIPLINAS-ADS.
       05 WRK-DISCIPLINA OCCURS 1 TO 20 TIMES DEPENDING ON
           QTD-DISCIPLINAS PIC X(30).
       01 WRK-OPERADOR PIC X(10) VALUE SPACES.
       01 WRK-PERFIL PIC X(01) VALUE SPACE.
       01 WRK-AUTORIZADO PIC X(01) VALUE 'N'.
       01 WRK-FUNCAO     PIC X(16) VALUE SPACES.
       01 WRK-PERMITIDO  PIC X(01) VALUE 'N'.
       01 CNT-ANTIGAS PIC 9(02) VALUE ZEROS.
       01 WRK-ANTES PIC X(30) VALUE SPACES.
       01 WRK-DEPOIS PIC X(30) VALUE SPACES.
       01 WS-GRUPOPT-STATUS PIC X(02) VALUE "00".
       01 WS-GRPNOVO-STATUS PIC X(02) VALUE "00".
       01 QTD-GRUPOS PIC 9(02) VALUE ZEROS.
       01 IND-GRUPO PIC 9(02) VALUE ZEROS.
       01 WRK-ACHOU-GRUPO PIC X(01) VALUE 'N'.
       01 WRK-REGRA-OK PIC X(01) VALUE 'N'.
       01 WRK-CAMPO-GRUPO PIC X(30) VALUE SPACES.
       01 WRK-TEXTO-REGRA PIC X(30) VALUE SPACES.
       01 WRK-TIPO-REGRA PIC X(01) VALUE SPACE.
       01 WRK-MINIMO-REGRA PIC 9(03) VALUE ZEROS.

      * Regra nova em montagem para o GRUPOPT.NEW (layout GRUPOREC).
       01 REGRA-NOVA.
           05 RN-CURSO           PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RN-GRUPO           PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RN-DESCRICAO       PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RN-TIPO-MINIMO     PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RN-MINIMO          PIC 9(03).

      * Grupo optativo (branco = obrigatoria) e carga horaria de cada
      * disciplina digitada, na mesma ordem de WRK-DISCIPLINA.
       01 GRUPOS-DISC.
           05 WRK-GRUPO-DISC PIC X(10) OCCURS 20 TIMES.
       01 CARGAS-DISC.
           05 WRK-CARGA-DISC PIC 9(03) OCCURS 20 TIMES.

      * Grupos optativos da grade digitada (ate 10), com a regra nova
      * e a regra anterior (lida do GRUPOPT na regravacao).
       01 TABELA-GRUPOS.
           05 TG-ENTRADA OCCURS 10 TIMES.
              10 TG-GRUPO       PIC X(10).
              10 TG-DESCRICAO   PIC X(30).
              10 TG-TIPO-MINIMO PIC X(01).
              10 TG-MINIMO      PIC 9(03).
              10 TG-QTD-DISC    PIC 9(02).
              10 TG-HORAS       PIC 9(05).
              10 TG-ANTES       PIC X(30).

       PROCEDURE DIVISION.

           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           CALL "PROG15V" USING WRK-OPERADOR WRK-PERFIL
               WRK-AUTORIZADO
           END-CALL
               GOBACK
           END-IF

           MOVE "PROG07" TO WRK-FUNCAO
           CALL "PROG15A" USING WRK-OPERADOR WRK-PERFIL WRK-FUNCAO
               WRK-PERMITIDO
           END-CALL
           IF WRK-PERMITIDO NOT = 'S'
               DISPLAY "OPERADOR SEM ACESSO AO PROG07. "
                   "PROGRAMA ENCERRADO."
               GOBACK
           END-IF

           DISPLAY "CODIGO DO CURSO DA GRADE (EX. ADS):"
           ACCEPT WRK-CURSO

               UNTIL CONTADOR > QTD-DISCIPLINAS
           DISPLAY 'DIGITE O NOME DA DISCIPLINA ' CONTADOR ":"
           ACCEPT WRK-DISCIPLINA (CONTADOR)
           DISPLAY "GRUPO OPTATIVO (BRANCO = OBRIGATORIA):"
           ACCEPT WRK-GRUPO-DISC (CONTADOR)
           DISPLAY "CARGA HORARIA (HORAS, 0 A 999):"
           ACCEPT WRK-CARGA-DISC (CONTADOR)
           IF WRK-CARGA-DISC (CONTADOR) NOT NUMERIC
               MOVE ZEROS TO WRK-CARGA-DISC (CONTADOR)
           END-IF
           PERFORM SOMA-NO-GRUPO

            END-PERFORM.


           PERFORM VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > QTD-DISCIPLINAS
           IF WRK-GRUPO-DISC (CONTADOR) = SPACES
               DISPLAY 'DISCIPLINA ' CONTADOR ":"
                   WRK-DISCIPLINA (CONTADOR) " "
                   WRK-CARGA-DISC (CONTADOR) "H OBRIGATORIA"
           ELSE
               DISPLAY 'DISCIPLINA ' CONTADOR ":"
                   WRK-DISCIPLINA (CONTADOR) " "
                   WRK-CARGA-DISC (CONTADOR) "H OPTATIVA "
                   WRK-GRUPO-DISC (CONTADOR)
           END-IF
           END-PERFORM.

           PERFORM DEFINE-REGRA-GRUPO
               VARYING IND-GRUPO FROM 1 BY 1
               UNTIL IND-GRUPO > QTD-GRUPOS.

           PERFORM GRAVA-CATALOGO.

           PERFORM REGISTRA-ALTERACAO.

           PERFORM GRAVA-GRUPOS.

            GOBACK.

      * ----------------------------------------------------------------
      * Acumula a disciplina digitada (CONTADOR) no seu grupo
      * optativo, criando o grupo na primeira disciplina dele. Passado
      * o limite de 10 grupos por curso, a disciplina fica
      * obrigatoria.
      * ----------------------------------------------------------------
       SOMA-NO-GRUPO.

           IF WRK-GRUPO-DISC (CONTADOR) NOT = SPACES
               MOVE 'N' TO WRK-ACHOU-GRUPO
               PERFORM VARYING IND-GRUPO FROM 1 BY 1
                       UNTIL IND-GRUPO > QTD-GRUPOS
                           OR WRK-ACHOU-GRUPO = 'S'
                   IF TG-GRUPO (IND-GRUPO) = WRK-GRUPO-DISC (CONTADOR)
                       MOVE 'S' TO WRK-ACHOU-GRUPO
                   END-IF
               END-PERFORM
               IF WRK-ACHOU-GRUPO = 'S'
                   SUBTRACT 1 FROM IND-GRUPO
               ELSE
                   IF QTD-GRUPOS < 10
                       ADD 1 TO QTD-GRUPOS
                       MOVE QTD-GRUPOS TO IND-GRUPO
                       MOVE WRK-GRUPO-DISC (CONTADOR) TO
                           TG-GRUPO (IND-GRUPO)
                       MOVE SPACES TO TG-DESCRICAO (IND-GRUPO)
                       MOVE 'D' TO TG-TIPO-MINIMO (IND-GRUPO)
                       MOVE ZEROS TO TG-MINIMO (IND-GRUPO)
                       MOVE ZEROS TO TG-QTD-DISC (IND-GRUPO)
                       MOVE ZEROS TO TG-HORAS (IND-GRUPO)
                       MOVE "SEM REGRA" TO TG-ANTES (IND-GRUPO)
                       MOVE 'S' TO WRK-ACHOU-GRUPO
                   ELSE
                       DISPLAY "LIMITE DE 10 GRUPOS OPTATIVOS POR "
                           "CURSO. A DISCIPLINA FICA OBRIGATORIA."
                       MOVE SPACES TO WRK-GRUPO-DISC (CONTADOR)
                   END-IF
               END-IF
               IF WRK-ACHOU-GRUPO = 'S'
                   ADD 1 TO TG-QTD-DISC (IND-GRUPO)
                   ADD WRK-CARGA-DISC (CONTADOR) TO TG-HORAS (IND-GRUPO)
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Pede a regra do grupo optativo IND-GRUPO: descricao e minimo
      * a cumprir, em disciplinas (ate a quantidade de disciplinas do
      * grupo) ou em horas (ate a carga horaria somada do grupo).
      * ----------------------------------------------------------------
       DEFINE-REGRA-GRUPO.

           DISPLAY "GRUPO OPTATIVO " TG-GRUPO (IND-GRUPO) ": "
               TG-QTD-DISC (IND-GRUPO) " DISCIPLINA(S), "
               TG-HORAS (IND-GRUPO) " HORA(S)."
           DISPLAY "DESCRICAO DO GRUPO:"
           ACCEPT TG-DESCRICAO (IND-GRUPO)
           IF TG-DESCRICAO (IND-GRUPO) = SPACES
               MOVE TG-GRUPO (IND-GRUPO) TO TG-DESCRICAO (IND-GRUPO)
           END-IF

           MOVE 'N' TO WRK-REGRA-OK
           PERFORM UNTIL WRK-REGRA-OK = 'S'
               DISPLAY "MINIMO EM D = DISCIPLINAS OU H = HORAS:"
               ACCEPT TG-TIPO-MINIMO (IND-GRUPO)
               DISPLAY "MINIMO A CUMPRIR:"
               ACCEPT TG-MINIMO (IND-GRUPO)
               IF TG-MINIMO (IND-GRUPO) NOT NUMERIC
                   MOVE ZEROS TO TG-MINIMO (IND-GRUPO)
               END-IF
               EVALUATE TRUE
                   WHEN TG-TIPO-MINIMO (IND-GRUPO) NOT = 'D' AND
                        TG-TIPO-MINIMO (IND-GRUPO) NOT = 'H'
                       DISPLAY "TIPO DE MINIMO INVALIDO."
                   WHEN TG-MINIMO (IND-GRUPO) = 0
                       DISPLAY "O MINIMO DEVE SER MAIOR QUE ZERO."
                   WHEN TG-TIPO-MINIMO (IND-GRUPO) = 'D' AND
                        TG-MINIMO (IND-GRUPO) > TG-QTD-DISC (IND-GRUPO)
                       DISPLAY "O GRUPO TEM SO "
                           TG-QTD-DISC (IND-GRUPO) " DISCIPLINA(S)."
                   WHEN TG-TIPO-MINIMO (IND-GRUPO) = 'H' AND
                        TG-MINIMO (IND-GRUPO) > TG-HORAS (IND-GRUPO)
                       DISPLAY "O GRUPO SOMA SO "
                           TG-HORAS (IND-GRUPO) " HORA(S)."
                   WHEN OTHER
                       MOVE 'S' TO WRK-REGRA-OK
               END-EVALUATE
           END-PERFORM.

      * ----------------------------------------------------------------
      * Regrava o catalogo preservando as grades dos outros cursos:
      * copia o CATALOGO para o intermediario CATALOGO.NEW pulando as
               MOVE SPACES TO CATALOGO-NOVO-REC
               MOVE WRK-CURSO TO CTN-CURSO
               MOVE WRK-DISCIPLINA (CONTADOR) TO CTN-DISCIPLINA
               MOVE WRK-GRUPO-DISC (CONTADOR) TO CTN-GRUPO
               MOVE WRK-CARGA-DISC (CONTADOR) TO CTN-CARGA-HORARIA
               WRITE CATALOGO-NOVO-REC
           END-PERFORM


           CLOSE CONFHIST-FILE.

      * ----------------------------------------------------------------
      * Regrava as regras de grupo optativo preservando as dos outros
      * cursos, como o GRAVA-CATALOGO: copia o GRUPOPT para o
      * intermediario GRUPOPT.NEW pulando as regras do curso (e
      * guardando a regra anterior de cada grupo), acrescenta as
      * regras novas, copia de volta e registra no CONFHIST as regras
      * novas ou alteradas.
      * ----------------------------------------------------------------
       GRAVA-GRUPOS.

           OPEN OUTPUT GRUPOPT-NOVO-FILE

           MOVE "00" TO WS-GRUPOPT-STATUS
           OPEN INPUT GRUPOPT-FILE
           IF WS-GRUPOPT-STATUS = "00"
               PERFORM COPIA-OUTROS-GRUPOS
                   UNTIL WS-GRUPOPT-STATUS = "10"
               CLOSE GRUPOPT-FILE
           END-IF

           PERFORM VARYING IND-GRUPO FROM 1 BY 1
                   UNTIL IND-GRUPO > QTD-GRUPOS
               MOVE WRK-CURSO TO RN-CURSO
               MOVE TG-GRUPO (IND-GRUPO) TO RN-GRUPO
               MOVE TG-DESCRICAO (IND-GRUPO) TO RN-DESCRICAO
               MOVE TG-TIPO-MINIMO (IND-GRUPO) TO RN-TIPO-MINIMO
               MOVE TG-MINIMO (IND-GRUPO) TO RN-MINIMO
               MOVE REGRA-NOVA TO GRUPOPT-NOVO-REC
               WRITE GRUPOPT-NOVO-REC
           END-PERFORM

           CLOSE GRUPOPT-NOVO-FILE

           MOVE "00" TO WS-GRPNOVO-STATUS
           OPEN INPUT GRUPOPT-NOVO-FILE
           OPEN OUTPUT GRUPOPT-FILE
           PERFORM COPIA-UMA-REGRA
               UNTIL WS-GRPNOVO-STATUS = "10"
           CLOSE GRUPOPT-NOVO-FILE
           CLOSE GRUPOPT-FILE

           PERFORM VARYING IND-GRUPO FROM 1 BY 1
                   UNTIL IND-GRUPO > QTD-GRUPOS
               MOVE TG-TIPO-MINIMO (IND-GRUPO) TO WRK-TIPO-REGRA
               MOVE TG-MINIMO (IND-GRUPO) TO WRK-MINIMO-REGRA
               PERFORM MONTA-TEXTO-REGRA
               IF WRK-TEXTO-REGRA NOT = TG-ANTES (IND-GRUPO)
                   MOVE TG-GRUPO (IND-GRUPO) TO WRK-CAMPO-GRUPO
                   MOVE TG-ANTES (IND-GRUPO) TO WRK-ANTES
                   MOVE WRK-TEXTO-REGRA TO WRK-DEPOIS
                   PERFORM REGISTRA-ALTERACAO-GRUPO
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * Copia uma regra do GRUPOPT atual para o intermediario, menos
      * as do curso recadastrado: dessas guarda o texto da regra
      * anterior no grupo que continua na grade, e o grupo que saiu
      * da grade e registrado no CONFHIST como excluido.
      * ----------------------------------------------------------------
       COPIA-OUTROS-GRUPOS.

           READ GRUPOPT-FILE
               AT END
                   MOVE "10" TO WS-GRUPOPT-STATUS
               NOT AT END
                   IF GP-CURSO NOT = WRK-CURSO
                       MOVE GRUPOPT-REC TO GRUPOPT-NOVO-REC
                       WRITE GRUPOPT-NOVO-REC
                   ELSE
                       MOVE GP-TIPO-MINIMO TO WRK-TIPO-REGRA
                       MOVE GP-MINIMO TO WRK-MINIMO-REGRA
                       PERFORM MONTA-TEXTO-REGRA
                       MOVE 'N' TO WRK-ACHOU-GRUPO
                       PERFORM VARYING IND-GRUPO FROM 1 BY 1
                               UNTIL IND-GRUPO > QTD-GRUPOS
                                   OR WRK-ACHOU-GRUPO = 'S'
                           IF TG-GRUPO (IND-GRUPO) = GP-GRUPO
                               MOVE 'S' TO WRK-ACHOU-GRUPO
                               MOVE WRK-TEXTO-REGRA TO
                                   TG-ANTES (IND-GRUPO)
                           END-IF
                       END-PERFORM
                       IF WRK-ACHOU-GRUPO NOT = 'S'
                           MOVE GP-GRUPO TO WRK-CAMPO-GRUPO
                           MOVE WRK-TEXTO-REGRA TO WRK-ANTES
                           MOVE "GRUPO EXCLUIDO" TO WRK-DEPOIS
                           PERFORM REGISTRA-ALTERACAO-GRUPO
                       END-IF
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Copia uma regra do intermediario para o GRUPOPT.
      * ----------------------------------------------------------------
       COPIA-UMA-REGRA.

           READ GRUPOPT-NOVO-FILE
               AT END
                   MOVE "10" TO WS-GRPNOVO-STATUS
               NOT AT END
                   MOVE GRUPOPT-NOVO-REC TO GRUPOPT-REC
                   WRITE GRUPOPT-REC
           END-READ.

      * ----------------------------------------------------------------
      * Monta em WRK-TEXTO-REGRA o texto da regra de WRK-TIPO-REGRA
      * e WRK-MINIMO-REGRA, como sai no CONFHIST.
      * ----------------------------------------------------------------
       MONTA-TEXTO-REGRA.

           MOVE SPACES TO WRK-TEXTO-REGRA
           IF WRK-TIPO-REGRA = 'H'
               STRING "MINIMO " WRK-MINIMO-REGRA " HORA(S)"
                   DELIMITED BY SIZE INTO WRK-TEXTO-REGRA
           ELSE
               STRING "MINIMO " WRK-MINIMO-REGRA " DISCIPLINA(S)"
                   DELIMITED BY SIZE INTO WRK-TEXTO-REGRA
           END-IF.

      * ----------------------------------------------------------------
      * Registra na trilha CONFHIST a alteracao da regra do grupo
      * WRK-CAMPO-GRUPO do curso (WRK-ANTES / WRK-DEPOIS).
      * ----------------------------------------------------------------
       REGISTRA-ALTERACAO-GRUPO.

           OPEN EXTEND CONFHIST-FILE
           IF WS-CONFHIST-STATUS NOT = "00"
               CLOSE CONFHIST-FILE
               OPEN OUTPUT CONFHIST-FILE
           END-IF

           MOVE SPACES       TO CONFHIST-REC
           ACCEPT CH-DATA    FROM DATE YYYYMMDD
           ACCEPT CH-HORA    FROM TIME
           MOVE "GRUPOPT"    TO CH-ARQUIVO
           MOVE SPACES       TO CH-CAMPO
           STRING "OPTATIVA " WRK-CURSO " " WRK-CAMPO-GRUPO
               DELIMITED BY SIZE INTO CH-CAMPO
           MOVE WRK-ANTES    TO CH-ANTES
           MOVE WRK-DEPOIS   TO CH-DEPOIS
           MOVE WRK-OPERADOR TO CH-OPERADOR
           WRITE CONFHIST-REC

           CLOSE CONFHIST-FILE.

       END PROGRAM PROG07.
