      *                 para aprovado/reprovado, sem trilha. A
      *                 situacao deles so muda na reabertura formal
      *                 (PROG46).
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG06C.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-GERACAO1-STATUS   PIC X(02) VALUE "00".
       77 WS-GERACAO2-STATUS   PIC X(02) VALUE "00".
       77 WS-GERACAO3-STATUS   PIC X(02) VALUE "00".
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "RECLASSIFICACAO EM LOTE DE ALUNOS (ALUNOS)".
           DISPLAY "===================================".
