      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do indice de atividade por matricula (arquivo
      *          indexado ATIVIDX), mantido pelo PROG95 a partir do
      *          TRANSLOG no fechamento do dia: uma entrada por
      *          transacao com matricula, chaveada por matricula, data,
      *          hora e sequencia (transacoes da mesma matricula no
      *          mesmo segundo). Cada entrada aponta para o arquivo onde
      *          a linha do TRANSLOG esta (TRANSLOG vivo ou o
      *          arquivamento mensal TRANSLOG.AAAAMM) e a posicao da
      *          linha nele; o PROG32 reaponta as entradas quando move
      *          as linhas para o arquivamento. Programa, operador,
      *          descricao, materia e periodo sao copiados da linha,
      *          para a consulta do PROG28 dispensar o TRANSLOG.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 AX-CHAVE.
              10 AX-MATRICULA     PIC 9(06).
              10 AX-DATA          PIC X(08).
              10 AX-HORA          PIC X(06).
              10 AX-SEQ           PIC 9(03).
           05 AX-ARQUIVO          PIC X(20).
           05 AX-POSICAO          PIC 9(07).
           05 AX-OPERADOR         PIC X(10).
           05 AX-PROGRAMA         PIC X(08).
           05 AX-DESCRICAO        PIC X(40).
           05 AX-MATERIA          PIC X(30).
           05 AX-PERIODO          PIC X(06).
