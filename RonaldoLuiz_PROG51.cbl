      *          intermediario EQUIVDISC.NEW, como nas demais tabelas.
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG51.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-EQUIV-STATUS      PIC X(02) VALUE "00".
       77 WS-EQNOVO-STATUS     PIC X(02) VALUE "00".
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "EQUIVALENCIA DE DISCIPLINAS (EQUIVDISC)".
           DISPLAY "===================================".
