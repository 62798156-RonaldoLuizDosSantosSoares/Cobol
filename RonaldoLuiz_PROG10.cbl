      *                 copias sincronizadas a cada ajuste (como o do
      *                 tamanho de DIVISOR/WRK-RESTO-PRIMO acima) nao e
      *                 sustentavel.
      *   15/10 - RLS - VALIDA-MATRICULA passa a chamar o PROG10E e a
      *                 mostrar qual esquema validou a matricula (novo,
      *                 modulo 11, ou antigo, soma prima, aceito so na
      *                 transicao para matriculas ja cadastradas).
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      **********************

       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       01 WS-HISTORICO-STATUS      PIC X(02) VALUE "00".
       01 WRK-NUMERO-OK            PIC X VALUE 'N'.
       01 WRK-JA-USADO             PIC X VALUE 'N'.
      * Variaveis para a validacao do digito verificador da matricula
       01 MATRICULA            PIC 9(06) VALUE 0.
       01 WRK-DIGITO-VALIDO    PIC X VALUE 'N'.
       01 WRK-ESQUEMA          PIC X VALUE SPACE.

       PROCEDURE DIVISION.

       BEGIN-PROGRAM.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY " PROGRAMA - NUMEROS PRIMOS ".
           DISPLAY "===================================".

      * ----------------------------------------------------------------
      * Valida o digito verificador de uma matricula chamando o
      * subprograma PROG10E (a mesma regra do PROG10V usado pelos
      * programas de entrada) e mostra qual esquema a validou.
      * ----------------------------------------------------------------
       VALIDA-MATRICULA.

           DISPLAY "DIGITE A MATRICULA (6 DIGITOS):"
           ACCEPT MATRICULA

           CALL "PROG10E" USING MATRICULA WRK-DIGITO-VALIDO
               WRK-ESQUEMA
           END-CALL

           IF WRK-DIGITO-VALIDO = 'S'
               IF WRK-ESQUEMA = 'N'
                   DISPLAY "MATRICULA VALIDA (ESQUEMA NOVO, DIGITO "
                       "MODULO 11)."
               ELSE
                   DISPLAY "MATRICULA VALIDA (ESQUEMA ANTIGO, SOMA "
                       "PRIMA, ACEITA NA TRANSICAO)."
               END-IF
           ELSE
               DISPLAY "MATRICULA INVALIDA (DIGITO VERIFICADOR NAO "
                   "CONFERE)."
