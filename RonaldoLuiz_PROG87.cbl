      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Verificacao de documento autenticado. Recebe o codigo
      *          de autenticacao impresso pelo PROG86 (NNNN-NNNN-D),
      *          confere o digito verificador modulo 11 e procura o
      *          codigo no registro DOCEMITIDOS, mostrando o que foi
      *          emitido, para quem e quando; informa se o codigo e
      *          desconhecido ou se o documento foi revogado (com data
      *          e motivo). Somente consulta; nao exige sign-on.
      * Modification History:
      *   15/10 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG87.

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

       DATA DIVISION.
       FILE SECTION.
       FD  DOCEMITIDOS-FILE.
       01  DOCEMITIDO-REC.
           COPY DOCEMREC.

       FD  ALUNO-CAD-FILE.
       01  ALUNO-CAD-REC.
           COPY ALUNCADREC.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO            PIC X(01) VALUE 'P'.
       77 WS-DOCEMITIDOS-STATUS PIC X(02) VALUE "00".
       77 WS-ALUNCAD-STATUS    PIC X(02) VALUE "00".
       77 WRK-CONTINUA         PIC X VALUE 'S'.
       77 WRK-CODIGO           PIC X(11) VALUE SPACES.
       77 WRK-FORMATO-OK       PIC X(01) VALUE 'N'.
       77 WRK-NOME-CAD         PIC X(30) VALUE SPACES.
       77 WRK-TIPO-DESC        PIC X(30) VALUE SPACES.
       77 WRK-QUOCIENTE        PIC 9(04) VALUE ZEROS.
       77 WRK-SOMA-DV          PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-DV         PIC 9(02) VALUE ZEROS.
       77 WRK-DV               PIC 9(02) VALUE ZEROS.
       77 IND-DIG              PIC 9(02) VALUE ZEROS.
       77 WRK-PESO             PIC 9(02) VALUE ZEROS.

      * Numero de oito digitos do codigo, com visao por digito para o
      * calculo do verificador.
       01  WRK-NUMERO-CODIGO      PIC X(08) VALUE SPACES.
       01  WRK-NUMERO-DIGITOS REDEFINES WRK-NUMERO-CODIGO.
           05 WRK-DIGITO          PIC 9(01) OCCURS 8 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "VERIFICACAO DE DOCUMENTO AUTENTICADO".
           DISPLAY "===================================".

           PERFORM VERIFICA-UM-CODIGO
               UNTIL WRK-CONTINUA NOT = 'S' AND WRK-CONTINUA NOT = 's'

           GOBACK.

      * ----------------------------------------------------------------
      * Pede um codigo, confere o formato e o digito verificador e
      * consulta o registro.
      * ----------------------------------------------------------------
       VERIFICA-UM-CODIGO.

           DISPLAY "CODIGO DE AUTENTICACAO (NNNN-NNNN-D):"
           ACCEPT WRK-CODIGO

           PERFORM CONFERE-FORMATO

           IF WRK-FORMATO-OK NOT = 'S'
               DISPLAY "CODIGO " WRK-CODIGO " INVALIDO (FORMATO OU "
                   "DIGITO VERIFICADOR NAO CONFERE)."
           ELSE
               PERFORM CONSULTA-REGISTRO
           END-IF

           DISPLAY "VERIFICAR OUTRO CODIGO? (S/N)"
           ACCEPT WRK-CONTINUA.

      * ----------------------------------------------------------------
      * Formato NNNN-NNNN-D e digito verificador modulo 11 (pesos 2 a
      * 9 da direita para a esquerda; resto 0 ou 1 da digito 0).
      * ----------------------------------------------------------------
       CONFERE-FORMATO.

           MOVE 'N' TO WRK-FORMATO-OK
           MOVE SPACES TO WRK-NUMERO-CODIGO
           STRING WRK-CODIGO (1:4) WRK-CODIGO (6:4)
               DELIMITED BY SIZE INTO WRK-NUMERO-CODIGO

           IF WRK-CODIGO (5:1) = "-" AND WRK-CODIGO (10:1) = "-"
              AND WRK-NUMERO-CODIGO IS NUMERIC
              AND WRK-CODIGO (11:1) IS NUMERIC
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
               IF WRK-CODIGO (11:1) = WRK-DV (2:1)
                   MOVE 'S' TO WRK-FORMATO-OK
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * Procura o codigo no DOCEMITIDOS e mostra o resultado.
      * ----------------------------------------------------------------
       CONSULTA-REGISTRO.

           MOVE "00" TO WS-DOCEMITIDOS-STATUS
           OPEN INPUT DOCEMITIDOS-FILE
           IF WS-DOCEMITIDOS-STATUS NOT = "00"
               DISPLAY "CODIGO " WRK-CODIGO " DESCONHECIDO "
                   "(NENHUM DOCUMENTO EMITIDO)."
           ELSE
               MOVE WRK-CODIGO TO DE-CODIGO
               READ DOCEMITIDOS-FILE
                   INVALID KEY
                       DISPLAY "CODIGO " WRK-CODIGO " DESCONHECIDO. "
                           "DOCUMENTO NAO EMITIDO PELA SECRETARIA."
                   NOT INVALID KEY
                       PERFORM MOSTRA-DOCUMENTO
               END-READ
               CLOSE DOCEMITIDOS-FILE
           END-IF.

      * ----------------------------------------------------------------
      * Mostra o documento encontrado e a sua situacao.
      * ----------------------------------------------------------------
       MOSTRA-DOCUMENTO.

           EVALUATE DE-TIPO
               WHEN 'M'
                   MOVE "DECLARACAO DE MATRICULA" TO WRK-TIPO-DESC
               WHEN 'F'
                   MOVE "ATESTADO DE FREQUENCIA" TO WRK-TIPO-DESC
               WHEN 'H'
                   MOVE "HISTORICO ESCOLAR" TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE "DOCUMENTO" TO WRK-TIPO-DESC
           END-EVALUATE

           MOVE SPACES TO WRK-NOME-CAD
           OPEN INPUT ALUNO-CAD-FILE
           IF WS-ALUNCAD-STATUS = "00"
               MOVE DE-MATRICULA TO AC-MATRICULA
               READ ALUNO-CAD-FILE
                   INVALID KEY
                       MOVE SPACES TO WRK-NOME-CAD
                   NOT INVALID KEY
                       MOVE AC-NOME TO WRK-NOME-CAD
               END-READ
               CLOSE ALUNO-CAD-FILE
           END-IF

           DISPLAY "-----------------------------------"
           DISPLAY "CODIGO.....: " DE-CODIGO
           DISPLAY "DOCUMENTO..: " WRK-TIPO-DESC
           DISPLAY "CONTEUDO...: " DE-RESUMO
           DISPLAY "MATRICULA..: " DE-MATRICULA "  " WRK-NOME-CAD
           DISPLAY "EMITIDO EM.: " DE-DATA-EMISSAO (7:2) "/"
               DE-DATA-EMISSAO (5:2) "/" DE-DATA-EMISSAO (1:4)
               " AS " DE-HORA-EMISSAO (1:2) ":" DE-HORA-EMISSAO (3:2)
               " POR " DE-OPERADOR
           IF DE-SITUACAO = 'R'
               DISPLAY "SITUACAO...: REVOGADO EM "
                   DE-DATA-REVOGACAO (7:2) "/" DE-DATA-REVOGACAO (5:2)
                   "/" DE-DATA-REVOGACAO (1:4) " POR "
                   DE-OPER-REVOGACAO
               DISPLAY "MOTIVO.....: " DE-MOTIVO-REVOGACAO
               DISPLAY "DOCUMENTO REVOGADO. NAO TEM MAIS VALIDADE."
           ELSE
               DISPLAY "SITUACAO...: VALIDO"
           END-IF
           DISPLAY "-----------------------------------".

       END PROGRAM PROG87.
