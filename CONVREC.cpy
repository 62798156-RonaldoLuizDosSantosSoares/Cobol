      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do convenio de estagio com a empresa parceira
      *          (arquivo indexado CONVENIOS, mantido pelo PROG102),
      *          pela chave codigo do convenio: razao social, CNPJ,
      *          contato e a vigencia do convenio (CV-INICIO a
      *          CV-FIM, AAAAMMDD). O contrato de estagio (ESTAGIOS,
      *          PROG103) cita o convenio pelo codigo; convenio com a
      *          vigencia vencida nao aceita contrato novo, e os
      *          contratos ativos dele saem no relatorio semanal do
      *          PROG104.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 CV-CODIGO           PIC X(06).
           05 CV-RAZAO-SOCIAL     PIC X(40).
           05 CV-CNPJ             PIC X(14).
           05 CV-CONTATO          PIC X(30).
           05 CV-TELEFONE         PIC X(15).
           05 CV-INICIO           PIC X(08).
           05 CV-FIM              PIC X(08).
           05 CV-DATA-MOVTO       PIC X(08).
           05 CV-OPERADOR         PIC X(10).
