      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Regra do digito verificador de matricula, com o
      *          esquema que validou o numero. Esquema novo (N): o
      *          sexto digito e o verificador modulo 11 dos cinco
      *          primeiros (pesos 2 a 6 da direita para a esquerda;
      *          resto 0 ou 1 da digito 0), emitido pelo PROG33.
      *          Esquema antigo (A), aceito so durante a transicao:
      *          soma dos seis digitos prima (PROG10P) e matricula ja
      *          existente no cadastro mestre ALUNCAD. A transicao
      *          termina na data gravada no controle MATRREGRA pelo
      *          PROG88 (a partir dela o esquema antigo e recusado);
      *          sem MATRREGRA a transicao segue aberta. Se o ALUNCAD
      *          nao puder ser aberto, o esquema antigo e aceito so pela
      *          soma prima, como antes. Devolve LK-DIGITO-VALIDO 'S'/
      *          'N' e LK-ESQUEMA 'N', 'A' ou espaco (invalida).
      *          Chamado pelo PROG10V (que so devolve a validade) e
      *          diretamente por PROG10, PROG33 e PROG88.
      * Modification History:
      *   15/10 - RLS - Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG10E.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-CAD-FILE ASSIGN TO "ALUNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-MATRICULA OF ALUNO-CAD-REC
               FILE STATUS IS WS-ALUNCAD-STATUS.

           SELECT REGRA-FILE ASSIGN TO "MATRREGRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       FD  REGRA-FILE.
       01  REGRA-REC.
           05 RG-DATA-RETIRADA    PIC 9(08).

       WORKING-STORAGE SECTION.

       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WS-REGRA-STATUS      PIC X(02) VALUE "00".
       77 WRK-DATA-RETIRADA    PIC 9(08) VALUE ZEROS.
       77 DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77 WRK-SOMA-DV          PIC 9(04) VALUE ZEROS.
       77 WRK-QUOCIENTE        PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-DV         PIC 9(02) VALUE ZEROS.
       77 WRK-DV               PIC 9(02) VALUE ZEROS.
       77 IND-DIG              PIC 9(02) VALUE ZEROS.
       77 WRK-PESO             PIC 9(02) VALUE ZEROS.

       01 NUMERO-INICIAL       PIC 9(4) VALUE 0.
       01 E-PRIMO              PIC X VALUE 'S'.

      * Matricula com visao por digito.
       01 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       01 WRK-MATRICULA-DIGITOS REDEFINES WRK-MATRICULA.
           05 WRK-DIGITO       PIC 9(01) OCCURS 6 TIMES.

       LINKAGE SECTION.
       01 LK-MATRICULA         PIC 9(06).
       01 LK-DIGITO-VALIDO     PIC X.
       01 LK-ESQUEMA           PIC X.

       PROCEDURE DIVISION USING LK-MATRICULA LK-DIGITO-VALIDO
               LK-ESQUEMA.

       MAIN-PROCESS.
           MOVE 'N' TO LK-DIGITO-VALIDO
           MOVE SPACE TO LK-ESQUEMA
           MOVE LK-MATRICULA TO WRK-MATRICULA

           PERFORM CONFERE-MODULO-11

           IF WRK-DIGITO (6) = WRK-DV
               MOVE 'S' TO LK-DIGITO-VALIDO
               MOVE 'N' TO LK-ESQUEMA
           ELSE
               PERFORM CONFERE-ESQUEMA-ANTIGO
           END-IF

           GOBACK.

      * ----------------------------------------------------------------
      * Calcula em WRK-DV o verificador modulo 11 dos cinco primeiros
      * digitos (pesos 2 a 6 da direita para a esquerda).
      * ----------------------------------------------------------------
       CONFERE-MODULO-11.

           MOVE ZEROS TO WRK-SOMA-DV
           MOVE 2 TO WRK-PESO
           PERFORM VARYING IND-DIG FROM 5 BY -1 UNTIL IND-DIG < 1
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
           END-IF.

      * ----------------------------------------------------------------
      * Esquema antigo: so dentro da transicao, com soma dos digitos
      * prima e matricula ja cadastrada no ALUNCAD.
      * ----------------------------------------------------------------
       CONFERE-ESQUEMA-ANTIGO.

           PERFORM LE-DATA-RETIRADA
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD

           IF WRK-DATA-RETIRADA = ZEROS OR
              DATA-HOJE < WRK-DATA-RETIRADA
               MOVE ZEROS TO NUMERO-INICIAL
               PERFORM VARYING IND-DIG FROM 1 BY 1 UNTIL IND-DIG > 6
                   ADD WRK-DIGITO (IND-DIG) TO NUMERO-INICIAL
               END-PERFORM
               CALL "PROG10P" USING NUMERO-INICIAL E-PRIMO
               END-CALL
               IF E-PRIMO = 'S'
                   PERFORM CONFERE-ALUNCAD
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Le a data de retirada do esquema antigo do controle MATRREGRA
      * (zero quando nao existe: transicao aberta).
      * ----------------------------------------------------------------
       LE-DATA-RETIRADA.

           MOVE ZEROS TO WRK-DATA-RETIRADA
           MOVE "00" TO WS-REGRA-STATUS
           OPEN INPUT REGRA-FILE
           IF WS-REGRA-STATUS = "00"
               READ REGRA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RG-DATA-RETIRADA IS NUMERIC
                           MOVE RG-DATA-RETIRADA TO WRK-DATA-RETIRADA
                       END-IF
               END-READ
               CLOSE REGRA-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Aceita o esquema antigo quando a matricula consta do ALUNCAD
      * (ou quando o cadastro nao pode ser consultado).
      * ----------------------------------------------------------------
       CONFERE-ALUNCAD.

           MOVE "00" TO WS-ALUNCAD-STATUS
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS NOT = "00"
               MOVE 'S' TO LK-DIGITO-VALIDO
               MOVE 'A' TO LK-ESQUEMA
           ELSE
               MOVE WRK-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO LK-DIGITO-VALIDO
                       MOVE 'A' TO LK-ESQUEMA
               END-READ
               CLOSE ALUNO-CAD-FILE
           END-IF.

       END PROGRAM PROG10E.
