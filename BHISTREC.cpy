      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do historico de execucao das esteiras (arquivo
      *          sequencial BATCHHIST), acrescentado pelo PROG40
      *          (fechamento do dia, esteira PROG40) e pelo PROCESSALOTE
      *          (ciclo de notas, esteira LOTE): uma linha por passo
      *          executado, com a identificacao da execucao (data e
      *          hora em que a esteira comecou), o passo, o inicio e o
      *          fim do passo, o resultado (C = concluido limpo, F =
      *          falhou) e a contagem de registros processados no
      *          passo (registros do arquivo de saida conferido pelo
      *          driver). Lido pelo relatorio semanal de duracao PROG96.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 BH-ESTEIRA          PIC X(08).
           05 BH-EXECUCAO.
              10 BH-DATA-EXEC     PIC X(08).
              10 BH-HORA-EXEC     PIC X(06).
           05 BH-PASSO            PIC X(08).
           05 BH-DATA-INI         PIC X(08).
           05 BH-HORA-INI         PIC X(06).
           05 BH-DATA-FIM         PIC X(08).
           05 BH-HORA-FIM         PIC X(06).
           05 BH-RESULTADO        PIC X(01).
           05 BH-REGISTROS        PIC 9(07).
