      *                 PROG29: uma reexecucao com os .SEQ residuais
      *                 em disco apagava tudo que foi digitado desde a
      *                 conversao original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG11.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO              PIC X(01) VALUE 'P'.
       77 WS-ALUNOS-SEQ-STATUS    PIC X(02) VALUE "00".
       77 WS-ALUNOS-STATUS        PIC X(02) VALUE "00".
       77 WS-NOTASDISC-SEQ-STATUS PIC X(02) VALUE "00".
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "CONVERSAO DE ALUNOS E NOTASDISC PARA INDEXADO".
           DISPLAY "===================================".
