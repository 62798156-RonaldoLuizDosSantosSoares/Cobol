      *                 PERIODO, para a planilha da coordenacao
      *                 distinguir os periodos que o NOTASDISC
      *                 acumula.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG08D.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-CSV-STATUS        PIC X(02) VALUE "00".
       77 CNT-LINHAS           PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "EXPORTACAO DE NOTASDISC PARA CSV".
           DISPLAY "===================================".
