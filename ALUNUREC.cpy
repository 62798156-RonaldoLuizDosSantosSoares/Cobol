      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do registro de unidade (campus) do aluno
      *          (arquivo ALUNUNID, mantido pelo PROG12): uma linha
      *          por matricula com unidade informada. Arquivo lateral ao
      *          ALUNCAD, como o SENHACTL e para o OPERADORES, para o
      *          cadastro mestre nao precisar de conversao de layout;
      *          matricula sem linha aqui pertence a SEDE. Consultado
      *          pelo PROG99A.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 UA-MATRICULA        PIC 9(06).
           05 FILLER              PIC X(01).
           05 UA-UNIDADE          PIC X(04).
