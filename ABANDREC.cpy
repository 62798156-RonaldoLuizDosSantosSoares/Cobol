      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do registro da lista de revisao de abandono
      *          (arquivo ABANDCAND, regravado a cada execucao do
      *          PROG100): uma linha por aluno ativo sem inscricao no
      *          periodo apurado, sem nota nem frequencia no periodo
      *          anterior e sem trancamento ou transferencia no
      *          SITMOV. O PROG46 so registra o abandono (acao E) de
      *          matricula que conste desta lista.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 AB-MATRICULA        PIC 9(06).
           05 FILLER              PIC X(01).
           05 AB-NOME             PIC X(30).
           05 FILLER              PIC X(01).
           05 AB-CURSO            PIC X(20).
           05 FILLER              PIC X(01).
           05 AB-TURMA            PIC X(10).
           05 FILLER              PIC X(01).
           05 AB-PERIODO          PIC X(06).
           05 FILLER              PIC X(01).
           05 AB-PERIODO-ANT      PIC X(06).
           05 FILLER              PIC X(01).
           05 AB-DATA-APURACAO    PIC X(08).
