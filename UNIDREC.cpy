      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do cadastro de unidades (campi) da escola
      *          (arquivo UNIDADES, mantido pelo PROG99). A unidade de
      *          codigo SEDE e o campus de sempre: aluno, comodo e
      *          atribuicao de docencia sem unidade informada
      *          pertencem a ela, de modo que os dados anteriores a
      *          abertura do segundo campus continuam validos sem
      *          conversao. Consultado pelo PROG99V.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 UN-CODIGO           PIC X(04).
           05 FILLER              PIC X(01).
           05 UN-NOME             PIC X(30).
           05 FILLER              PIC X(01).
      * Situacao: A = ativa, D = desativada (nao recebe atribuicoes
      * novas, mas continua valida para os registros que ja tem).
           05 UN-SITUACAO         PIC X(01).
