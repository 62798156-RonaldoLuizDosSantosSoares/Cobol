      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do controle do indice de atividade (arquivo
      *          sequencial ATIVCTL, uma unica linha), regravado pelo
      *          PROG95 a cada execucao: a posicao da ultima linha do
      *          TRANSLOG vivo ja indexada (o total do registro de
      *          controle do PROG43 usado na execucao), a data desse
      *          controle, a data e a hora da execucao e quantas
      *          entradas ela incluiu. O PROG32 desconta da posicao as
      *          linhas indexadas que move para o arquivamento; o
      *          PROG40 confere a data do controle para saber se o
      *          passo do indice saiu limpo.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 AK-POSICAO          PIC 9(07).
           05 AK-DATA-CONTROLE    PIC X(08).
           05 AK-DATA-EXEC        PIC X(08).
           05 AK-HORA-EXEC        PIC X(06).
           05 AK-INDEXADAS        PIC 9(06).
