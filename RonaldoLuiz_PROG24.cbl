      *          arquivo de layout fixo EXTRACAD com:
      *            header  (tipo H): data de geracao e periodo;
      *            detalhe (tipo D): matricula, materia, media (4
      *                    digitos, 2 decimais implicitos), situacao
      *                    e unidade (campus) do aluno em colunas
      *                    fixas;
      *            trailer (tipo T): quantidade de detalhes e
      *                    hash-total das medias.
      * Modification History:
      *                 controle NOTASPERCTL) em vez de varrer o
      *                 NOTASDISC inteiro; sem extrato de hoje, a
      *                 varredura completa continua valendo.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela.
      *   15/10 - RLS - Segundo campus: o detalhe passa a levar a
      *                 unidade do aluno (DT-UNIDADE, PROG99A; SEDE para
      *                 quem nao tem unidade informada) nas quatro
      *                 posicoes finais, antes livres - o registro
      *                 continua com 60 posicoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG24.

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-NOTASDISC-STATUS  PIC X(02) VALUE "00".
       77 WS-EXTRATO-STATUS    PIC X(02) VALUE "00".
       77 WRK-PERIODO          PIC X(06) VALUE SPACES.
           05 DT-MATERIA          PIC X(30).
           05 DT-MEDIA            PIC 9(02)V99.
           05 DT-SITUACAO         PIC X(15).
           05 DT-UNIDADE          PIC X(04) VALUE SPACES.

       01  REG-TRAILER.
           05 TL-TIPO             PIC X(01) VALUE 'T'.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "EXTRACAO PARA A SECRETARIA ACADEMICA (EXTRACAD)".
           DISPLAY "===================================".
                       MOVE GR-MEDIA OF REG-ARQUIVADO TO DT-MEDIA
                       MOVE GR-SITUACAO OF REG-ARQUIVADO TO
                           DT-SITUACAO
                       CALL "PROG99A" USING DT-MATRICULA DT-UNIDADE
                       END-CALL
                       WRITE EXTRATO-REC FROM REG-DETALHE
                       ADD 1 TO CNT-DETALHES
                       ADD GR-MEDIA OF REG-ARQUIVADO TO
                       MOVE GR-MEDIA OF NOTASDISC-REC TO DT-MEDIA
                       MOVE GR-SITUACAO OF NOTASDISC-REC TO
                           DT-SITUACAO
                       CALL "PROG99A" USING DT-MATRICULA DT-UNIDADE
                       END-CALL
                       WRITE EXTRATO-REC FROM REG-DETALHE
                       ADD 1 TO CNT-DETALHES
                       ADD GR-MEDIA OF NOTASDISC-REC TO
                                   DT-MEDIA
                               MOVE GR-SITUACAO OF REG-ARQUIVADO TO
                                   DT-SITUACAO
                               CALL "PROG99A" USING DT-MATRICULA
                                   DT-UNIDADE
                               END-CALL
                               WRITE EXTRATO-REC FROM REG-DETALHE
                               ADD 1 TO CNT-DETALHES
                               ADD GR-MEDIA OF REG-ARQUIVADO TO
