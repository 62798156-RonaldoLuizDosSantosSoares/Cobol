      *          de periodo.
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG45.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-EXTRATO-STATUS    PIC X(02) VALUE "00".
       77 WS-CONTROLE-STATUS   PIC X(02) VALUE "00".
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "EXTRATO POR PERIODO DE NOTASDISC (NOTASPER)".
           DISPLAY "===================================".
