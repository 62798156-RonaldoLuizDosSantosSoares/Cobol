      *          a forma LOTE-ORCAM, para o resumo mensal do PROG34.
      * Modification History:
      *   02/09 - RLS - Programa original.
      *   15/10 - RLS - Regiao de treinamento: chama o PROG97V antes de
      *                 abrir qualquer arquivo (arquivos da regiao
      *                 escolhida na partida, producao como padrao), que
      *                 exibe a faixa TREINAMENTO na tela; o relatorio
      *                 emitido na regiao de treinamento sai com a mesma
      *                 faixa no topo.
      *   15/10 - RLS - Estimativa de pintura (opcao P, relatorio
      *                 RELPINTURA): area de parede de cada comodo pelo
      *                 perimetro e o pe-direito (COMODO-PE-DIREITO, nas
      *                 posicoes 26-28 do COMODOS), menos as portas e
      *                 janelas do arquivo ABERTURAS, e os litros de
      *                 tinta pelo rendimento (m2 por litro por demao)
      *                 e o numero de demaos, novos campos da tabela
      *                 PRECOMAT (zerados nos materiais de piso; na
      *                 tinta o preco e o do litro). Cada comodo
      *                 estimado vai para o AREALOG com a forma
      *                 LOTE-PINTU.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG52.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT ABERTURAS-FILE ASSIGN TO "ABERTURAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABERTURAS-STATUS.

           SELECT PINTURA-FILE ASSIGN TO "RELPINTURA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PINTURA-STATUS.

           SELECT AREA-LOG-FILE ASSIGN TO "AREALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AREALOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Tabela de precos: material, preco por metro quadrado e
      * percentual de desperdicio a acrescentar na metragem. Na tinta,
      * o preco e o do litro e vem o rendimento (m2 por litro por
      * demao) e o numero de demaos; no piso os dois ficam zerados (ou
      * ausentes, nas linhas antigas).
       FD  PRECOS-FILE.
       01  PRECOS-REC.
           05 PM-MATERIAL         PIC X(15).
           05 PM-PRECO-M2         PIC 9(05)V99.
           05 FILLER              PIC X(01).
           05 PM-DESPERDICIO      PIC 9(03).
           05 FILLER              PIC X(01).
           05 PM-RENDIMENTO       PIC 9(03)V99.
           05 FILLER              PIC X(01).
           05 PM-DEMAOS           PIC 9(01).

       FD  PRECOS-NOVO-FILE.
       01  PRECOS-NOVO-REC         PIC X(35).

      * Mesmo layout lido pelo PROG02 no lote de comodos; o pe-direito
      * (metros, 9V99) so e usado na estimativa de pintura.
       FD  COMODOS-FILE.
       01  COMODO-REC.
           05 COMODO-NOME         PIC X(15).
           05 COMODO-LARGURA      PIC 9(03).
           05 COMODO-ALTURA       PIC 9(03).
           05 COMODO-UNIDADE      PIC X(04).
           05 COMODO-PE-DIREITO   PIC 9(01)V99.

      * Portas (P) e janelas (J) de cada comodo, descontadas da area
      * de parede: nome do comodo, tipo, largura e altura em metros e
      * quantidade.
       FD  ABERTURAS-FILE.
       01  ABERTURA-REC.
           05 AB-COMODO           PIC X(15).
           05 FILLER              PIC X(01).
           05 AB-TIPO             PIC X(01).
           05 FILLER              PIC X(01).
           05 AB-LARGURA          PIC 9(01)V99.
           05 FILLER              PIC X(01).
           05 AB-ALTURA           PIC 9(01)V99.
           05 FILLER              PIC X(01).
           05 AB-QUANTIDADE       PIC 9(02).

       FD  PINTURA-FILE.
       01  PINTURA-LINHA          PIC X(80).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(80).

       WORKING-STORAGE SECTION.

       77 WRK-REGIAO           PIC X(01) VALUE 'P'.
       77 WS-PRECOS-STATUS     PIC X(02) VALUE "00".
       77 WS-PRNOVO-STATUS     PIC X(02) VALUE "00".
       77 WS-COMODOS-STATUS    PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS  PIC X(02) VALUE "00".
       77 WS-AREALOG-STATUS    PIC X(02) VALUE "00".
       77 WS-ABERTURAS-STATUS  PIC X(02) VALUE "00".
       77 WS-PINTURA-STATUS    PIC X(02) VALUE "00".
       77 WRK-OPCAO            PIC X(01) VALUE SPACE.
       77 WRK-CONTINUA         PIC X VALUE 'S'.
       77 WRK-MATERIAL         PIC X(15) VALUE SPACES.
       77 WRK-PRECO            PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DESPERDICIO      PIC 9(03) VALUE ZEROS.
       77 WRK-RENDIMENTO       PIC 9(03)V99 VALUE ZEROS.
       77 WRK-DEMAOS           PIC 9(01) VALUE ZERO.
       77 WRK-JA-EXISTE        PIC X VALUE 'N'.
       77 WRK-REMOVIDA         PIC X VALUE 'N'.
       77 WRK-MATERIAL-PADRAO  PIC X(15) VALUE SPACES.
       77 WRK-CUSTO-EDIT       PIC Z(08)9.99.
       77 WRK-AREA-EDIT        PIC Z(05)9.99.
       77 WRK-PRECO-EDIT       PIC Z(04)9.99.
       77 WRK-RENDIMENTO-EDIT  PIC ZZ9.99.
       77 WRK-PERIMETRO        PIC 9(04)V99 VALUE ZEROS.
       77 WRK-AREA-BRUTA       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-AREA-ABERTURAS   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LITROS           PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-AREA       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-LITROS     PIC 9(09)V99 VALUE ZEROS.
       77 CNT-SEM-PE-DIREITO   PIC 9(05) VALUE ZEROS.
       77 WRK-LITROS-EDIT      PIC Z(06)9.99.
       77 WRK-TOTAL-EDIT       PIC Z(08)9.99.

      * Totais por material do orcamento corrente (ate 10 materiais).
       01  TABELA-MATERIAIS.
              10 TM-QTDE          PIC 9(05).
              10 TM-AREA          PIC 9(09)V99.
              10 TM-CUSTO         PIC 9(11)V99.
              10 TM-LITROS        PIC 9(09)V99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           CALL "PROG97V" USING WRK-REGIAO
           END-CALL

           DISPLAY "===================================".
           DISPLAY "PRECOS DE MATERIAIS E ORCAMENTO (RELORCAM)".
           DISPLAY "===================================".
           DISPLAY "  R - REMOVER MATERIAL"
           DISPLAY "  L - LISTAR A TABELA"
           DISPLAY "  O - GERAR ORCAMENTO DOS COMODOS"
           DISPLAY "  P - GERAR ESTIMATIVA DE PINTURA DOS COMODOS"
           DISPLAY "OPCAO:"
           ACCEPT WRK-OPCAO

               WHEN 'O'
               WHEN 'o'
                   PERFORM GERA-ORCAMENTO
               WHEN 'P'
               WHEN 'p'
                   PERFORM GERA-ESTIMATIVA-PINTURA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           ACCEPT WRK-PRECO
           DISPLAY "PERCENTUAL DE DESPERDICIO (EX. 010):"
           ACCEPT WRK-DESPERDICIO
           DISPLAY "TINTA - RENDIMENTO EM M2 POR LITRO POR DEMAO "
               "(EX. 010.50; ZERO PARA PISO):"
           ACCEPT WRK-RENDIMENTO
           DISPLAY "TINTA - NUMERO DE DEMAOS (ZERO PARA PISO):"
           ACCEPT WRK-DEMAOS

           IF WRK-MATERIAL = SPACES OR WRK-PRECO = 0
               DISPLAY "MATERIAL E PRECO SAO OBRIGATORIOS."
                   MOVE WRK-MATERIAL    TO PM-MATERIAL
                   MOVE WRK-PRECO       TO PM-PRECO-M2
                   MOVE WRK-DESPERDICIO TO PM-DESPERDICIO
                   MOVE WRK-RENDIMENTO  TO PM-RENDIMENTO
                   MOVE WRK-DEMAOS      TO PM-DEMAOS
                   WRITE PRECOS-REC
                   CLOSE PRECOS-FILE
                   MOVE "00" TO WS-PRECOS-STATUS
                           MOVE "10" TO WS-PRECOS-STATUS
                       NOT AT END
                           MOVE PM-PRECO-M2 TO WRK-PRECO-EDIT
                           IF PM-RENDIMENTO IS NUMERIC AND
                              PM-RENDIMENTO > 0
                               MOVE PM-RENDIMENTO TO
                                   WRK-RENDIMENTO-EDIT
                               DISPLAY "  " PM-MATERIAL " "
                                   WRK-PRECO-EDIT " "
                                   PM-DESPERDICIO " % TINTA "
                                   WRK-RENDIMENTO-EDIT " M2/L "
                                   PM-DEMAOS " DEMAO(S)"
                           ELSE
                               DISPLAY "  " PM-MATERIAL " "
                                   WRK-PRECO-EDIT " "
                                   PM-DESPERDICIO " %"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRECOS-FILE
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO COMODOS."
           ELSE
               OPEN OUTPUT RELATORIO-FILE
               IF WRK-REGIAO = 'T'
                   MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                       RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF

               ACCEPT DATA-HOJE FROM DATE YYYYMMDD
               MOVE "ORCAMENTO DE PISO POR COMODO" TO RELATORIO-LINHA

           MOVE 'N' TO WRK-ACHOU-PRECO
           MOVE ZEROS TO WRK-PRECO WRK-DESPERDICIO
           MOVE ZEROS TO WRK-RENDIMENTO WRK-DEMAOS
           MOVE "00" TO WS-PRECOS-STATUS

           OPEN INPUT PRECOS-FILE
                           IF PM-MATERIAL = WRK-MATERIAL-COMODO
                               MOVE PM-PRECO-M2 TO WRK-PRECO
                               MOVE PM-DESPERDICIO TO WRK-DESPERDICIO
                               IF PM-RENDIMENTO IS NUMERIC AND
                                  PM-DEMAOS IS NUMERIC
                                   MOVE PM-RENDIMENTO TO WRK-RENDIMENTO
                                   MOVE PM-DEMAOS TO WRK-DEMAOS
                               END-IF
                               MOVE 'S' TO WRK-ACHOU-PRECO
                           END-IF
                   END-READ
           CLOSE AREA-LOG-FILE
           MOVE "00" TO WS-AREALOG-STATUS.

      * ----------------------------------------------------------------
      * Gera a estimativa de pintura: le os COMODOS, pergunta a tinta
      * de cada comodo (branco = tinta padrao do lote), calcula a area
      * de parede sem as aberturas, os litros e o custo e grava o
      * RELPINTURA, registrando cada comodo no AREALOG.
      * ----------------------------------------------------------------
       GERA-ESTIMATIVA-PINTURA.

           MOVE ZEROS TO WRK-TOTAL-GERAL WRK-TOTAL-AREA
               WRK-TOTAL-LITROS CNT-COMODOS CNT-SEM-PRECO
               CNT-SEM-PE-DIREITO QTD-MATERIAIS

           DISPLAY "TINTA PADRAO DO LOTE (USADA QUANDO O COMODO "
               "FICAR EM BRANCO):"
           ACCEPT WRK-MATERIAL-PADRAO

           OPEN INPUT COMODOS-FILE
           IF WS-COMODOS-STATUS NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO COMODOS."
           ELSE
               OPEN OUTPUT PINTURA-FILE
               IF WRK-REGIAO = 'T'
                   MOVE "*** TREINAMENTO - DADOS FICTICIOS ***" TO
                       PINTURA-LINHA
                   WRITE PINTURA-LINHA
               END-IF

               ACCEPT DATA-HOJE FROM DATE YYYYMMDD
               MOVE "ESTIMATIVA DE PINTURA POR COMODO" TO PINTURA-LINHA
               WRITE PINTURA-LINHA
               MOVE SPACES TO PINTURA-LINHA
               STRING "DATA DA ESTIMATIVA: " DATA-HOJE
                   DELIMITED BY SIZE INTO PINTURA-LINHA
               WRITE PINTURA-LINHA
               MOVE "PAREDE = PERIMETRO X PE-DIREITO - PORTAS E JANELAS"
                   TO PINTURA-LINHA
               WRITE PINTURA-LINHA
               MOVE SPACES TO PINTURA-LINHA
               WRITE PINTURA-LINHA

               PERFORM ESTIMA-UM-COMODO
                   UNTIL WS-COMODOS-STATUS = "10"

               PERFORM IMPRIME-TOTAIS-PINTURA

               CLOSE COMODOS-FILE
               CLOSE PINTURA-FILE

               DISPLAY "ESTIMATIVA GRAVADA EM RELPINTURA. COMODOS: "
                   CNT-COMODOS
               IF CNT-SEM-PRECO > 0 OR CNT-SEM-PE-DIREITO > 0
                   DISPLAY "ATENCAO: " CNT-SEM-PRECO " COMODO(S) SEM "
                       "TINTA NA TABELA E " CNT-SEM-PE-DIREITO
                       " SEM PE-DIREITO, FORA DO TOTAL."
               END-IF
           END-IF
           MOVE "00" TO WS-COMODOS-STATUS.

      * ----------------------------------------------------------------
      * Estima um comodo: tinta, area de parede, aberturas, litros,
      * custo, linhas do relatorio, acumulo por tinta e registro no
      * AREALOG.
      * ----------------------------------------------------------------
       ESTIMA-UM-COMODO.

           READ COMODOS-FILE
               AT END
                   MOVE "10" TO WS-COMODOS-STATUS
               NOT AT END
                   ADD 1 TO CNT-COMODOS
                   DISPLAY "TINTA DO COMODO " COMODO-NOME
                       " (BRANCO = " WRK-MATERIAL-PADRAO "):"
                   ACCEPT WRK-MATERIAL-COMODO
                   IF WRK-MATERIAL-COMODO = SPACES
                       MOVE WRK-MATERIAL-PADRAO TO WRK-MATERIAL-COMODO
                   END-IF

                   PERFORM BUSCA-PRECO
                   IF COMODO-PE-DIREITO IS NOT NUMERIC OR
                      COMODO-PE-DIREITO = 0
                       ADD 1 TO CNT-SEM-PE-DIREITO
                       MOVE SPACES TO PINTURA-LINHA
                       STRING COMODO-NOME
                           " SEM PE-DIREITO NO COMODOS."
                           DELIMITED BY SIZE INTO PINTURA-LINHA
                       WRITE PINTURA-LINHA
                   ELSE
                       IF WRK-ACHOU-PRECO NOT = 'S' OR
                          WRK-RENDIMENTO = 0 OR WRK-DEMAOS = 0
                           ADD 1 TO CNT-SEM-PRECO
                           MOVE SPACES TO PINTURA-LINHA
                           STRING COMODO-NOME " "
                               WRK-MATERIAL-COMODO
                               " SEM RENDIMENTO/DEMAOS NO PRECOMAT."
                               DELIMITED BY SIZE INTO PINTURA-LINHA
                           WRITE PINTURA-LINHA
                       ELSE
                           PERFORM CALCULA-PINTURA
                           PERFORM IMPRIME-COMODO-PINTURA
                           PERFORM SOMA-NA-TINTA
                           PERFORM GRAVA-LOG-PINTURA
                       END-IF
                   END-IF
           END-READ.

      * ----------------------------------------------------------------
      * Area de parede do comodo corrente (perimetro x pe-direito, sem
      * as aberturas), litros com as demaos e o desperdicio, e custo.
      * ----------------------------------------------------------------
       CALCULA-PINTURA.

           COMPUTE WRK-PERIMETRO =
               2 * (COMODO-LARGURA + COMODO-ALTURA)
           COMPUTE WRK-AREA-BRUTA =
               WRK-PERIMETRO * COMODO-PE-DIREITO

           PERFORM SOMA-ABERTURAS

           IF WRK-AREA-ABERTURAS >= WRK-AREA-BRUTA
               MOVE ZEROS TO WRK-AREA
           ELSE
               COMPUTE WRK-AREA = WRK-AREA-BRUTA - WRK-AREA-ABERTURAS
           END-IF

           COMPUTE WRK-LITROS ROUNDED =
               WRK-AREA * WRK-DEMAOS / WRK-RENDIMENTO
               * (100 + WRK-DESPERDICIO) / 100
           COMPUTE WRK-CUSTO ROUNDED = WRK-LITROS * WRK-PRECO

           ADD WRK-AREA   TO WRK-TOTAL-AREA
           ADD WRK-LITROS TO WRK-TOTAL-LITROS
           ADD WRK-CUSTO  TO WRK-TOTAL-GERAL.

      * ----------------------------------------------------------------
      * Soma a area das portas e janelas do comodo corrente no arquivo
      * ABERTURAS (linha com medida invalida e ignorada).
      * ----------------------------------------------------------------
       SOMA-ABERTURAS.

           MOVE ZEROS TO WRK-AREA-ABERTURAS
           MOVE "00" TO WS-ABERTURAS-STATUS

           OPEN INPUT ABERTURAS-FILE
           IF WS-ABERTURAS-STATUS = "00"
               PERFORM UNTIL WS-ABERTURAS-STATUS = "10"
                   READ ABERTURAS-FILE
                       AT END
                           MOVE "10" TO WS-ABERTURAS-STATUS
                       NOT AT END
                           IF AB-COMODO = COMODO-NOME AND
                              AB-LARGURA IS NUMERIC AND
                              AB-ALTURA IS NUMERIC AND
                              AB-QUANTIDADE IS NUMERIC
                               COMPUTE WRK-AREA-ABERTURAS =
                                   WRK-AREA-ABERTURAS +
                                   AB-LARGURA * AB-ALTURA *
                                   AB-QUANTIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABERTURAS-FILE
           END-IF
           MOVE "00" TO WS-ABERTURAS-STATUS.

      * ----------------------------------------------------------------
      * Linhas do comodo corrente na estimativa.
      * ----------------------------------------------------------------
       IMPRIME-COMODO-PINTURA.

           MOVE WRK-AREA TO WRK-AREA-EDIT
           MOVE WRK-LITROS TO WRK-LITROS-EDIT
           MOVE WRK-CUSTO TO WRK-CUSTO-EDIT
           MOVE SPACES TO PINTURA-LINHA
           STRING COMODO-NOME " " WRK-MATERIAL-COMODO
               " PAREDE " WRK-AREA-EDIT
               " LITROS " WRK-LITROS-EDIT
               DELIMITED BY SIZE INTO PINTURA-LINHA
           WRITE PINTURA-LINHA

           MOVE WRK-AREA-BRUTA TO WRK-AREA-EDIT
           MOVE WRK-AREA-ABERTURAS TO WRK-LITROS-EDIT
           MOVE SPACES TO PINTURA-LINHA
           STRING "                BRUTA " WRK-AREA-EDIT
               " ABERTURAS " WRK-LITROS-EDIT
               " DEMAOS " WRK-DEMAOS
               " CUSTO " WRK-CUSTO-EDIT
               DELIMITED BY SIZE INTO PINTURA-LINHA
           WRITE PINTURA-LINHA.

      * ----------------------------------------------------------------
      * Acumula o comodo corrente nos totais da tinta dele.
      * ----------------------------------------------------------------
       SOMA-NA-TINTA.

           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING IND-MAT FROM 1 BY 1
                   UNTIL IND-MAT > QTD-MATERIAIS OR WRK-ACHOU = 'S'
               IF TM-MATERIAL (IND-MAT) = WRK-MATERIAL-COMODO
                   MOVE 'S' TO WRK-ACHOU
                   ADD 1 TO TM-QTDE (IND-MAT)
                   ADD WRK-AREA TO TM-AREA (IND-MAT)
                   ADD WRK-CUSTO TO TM-CUSTO (IND-MAT)
                   ADD WRK-LITROS TO TM-LITROS (IND-MAT)
               END-IF
           END-PERFORM

           IF WRK-ACHOU NOT = 'S' AND QTD-MATERIAIS < 10
               ADD 1 TO QTD-MATERIAIS
               MOVE WRK-MATERIAL-COMODO TO TM-MATERIAL (QTD-MATERIAIS)
               MOVE 1 TO TM-QTDE (QTD-MATERIAIS)
               MOVE WRK-AREA TO TM-AREA (QTD-MATERIAIS)
               MOVE WRK-CUSTO TO TM-CUSTO (QTD-MATERIAIS)
               MOVE WRK-LITROS TO TM-LITROS (QTD-MATERIAIS)
           END-IF.

      * ----------------------------------------------------------------
      * Imprime os totais por tinta e o total geral da estimativa.
      * ----------------------------------------------------------------
       IMPRIME-TOTAIS-PINTURA.

           MOVE SPACES TO PINTURA-LINHA
           WRITE PINTURA-LINHA
           MOVE "TOTAIS POR TINTA (LITROS COM DESPERDICIO):" TO
               PINTURA-LINHA
           WRITE PINTURA-LINHA
           PERFORM VARYING IND-MAT FROM 1 BY 1
                   UNTIL IND-MAT > QTD-MATERIAIS
               MOVE TM-LITROS (IND-MAT) TO WRK-LITROS-EDIT
               MOVE TM-CUSTO (IND-MAT) TO WRK-CUSTO-EDIT
               MOVE SPACES TO PINTURA-LINHA
               STRING "  " TM-MATERIAL (IND-MAT)
                   " COMODOS " TM-QTDE (IND-MAT)
                   " LITROS " WRK-LITROS-EDIT
                   " CUSTO " WRK-CUSTO-EDIT
                   DELIMITED BY SIZE INTO PINTURA-LINHA
               WRITE PINTURA-LINHA
           END-PERFORM

           MOVE SPACES TO PINTURA-LINHA
           WRITE PINTURA-LINHA
           MOVE WRK-TOTAL-AREA TO WRK-TOTAL-EDIT
           MOVE SPACES TO PINTURA-LINHA
           STRING "AREA TOTAL DE PAREDE: " WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO PINTURA-LINHA
           WRITE PINTURA-LINHA
           MOVE WRK-TOTAL-LITROS TO WRK-TOTAL-EDIT
           MOVE SPACES TO PINTURA-LINHA
           STRING "TOTAL DE LITROS.....: " WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO PINTURA-LINHA
           WRITE PINTURA-LINHA
           MOVE WRK-TOTAL-GERAL TO WRK-CUSTO-EDIT
           MOVE SPACES TO PINTURA-LINHA
           STRING "TOTAL GERAL DA ESTIMATIVA: " WRK-CUSTO-EDIT
               DELIMITED BY SIZE INTO PINTURA-LINHA
           WRITE PINTURA-LINHA

           IF CNT-SEM-PRECO > 0 OR CNT-SEM-PE-DIREITO > 0
               MOVE SPACES TO PINTURA-LINHA
               STRING "ATENCAO: " CNT-SEM-PRECO " COMODO(S) SEM "
                   "TINTA E " CNT-SEM-PE-DIREITO " SEM PE-DIREITO, "
                   "FORA DO TOTAL."
                   DELIMITED BY SIZE INTO PINTURA-LINHA
               WRITE PINTURA-LINHA
           END-IF.

      * ----------------------------------------------------------------
      * Acrescenta ao AREALOG a linha do comodo estimado, com a forma
      * LOTE-PINTU: area de parede liquida e o perimetro.
      * ----------------------------------------------------------------
       GRAVA-LOG-PINTURA.

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD

           OPEN EXTEND AREA-LOG-FILE
           IF WS-AREALOG-STATUS NOT = "00"
               CLOSE AREA-LOG-FILE
               OPEN OUTPUT AREA-LOG-FILE
           END-IF

           MOVE SPACES          TO AREA-LOG-RECORD
           MOVE DATA-HOJE       TO LOG-DATA
           MOVE "LOTE-PINTU"    TO LOG-FORMA
           MOVE COMODO-LARGURA  TO LOG-LARGURA
           MOVE COMODO-ALTURA   TO LOG-ALTURA
           MOVE WRK-AREA        TO LOG-AREA
           MOVE WRK-PERIMETRO   TO LOG-PERIMETRO

           WRITE AREA-LOG-RECORD

           CLOSE AREA-LOG-FILE
           MOVE "00" TO WS-AREALOG-STATUS.

       END PROGRAM PROG52.
