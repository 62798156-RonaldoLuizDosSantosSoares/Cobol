      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do registro de documento emitido (arquivo
      *          indexado DOCEMITIDOS, chave DE-CODIGO), gravado pela
      *          emissao de declaracoes autenticadas (PROG86) e
      *          consultado pela verificacao (PROG87). DE-CODIGO e o
      *          codigo de autenticacao impresso no documento, no
      *          formato NNNN-NNNN-D (oito digitos e um digito
      *          verificador modulo 11). DE-TIPO: M = declaracao de
      *          matricula, F = atestado de frequencia, H = historico
      *          escolar (HISTESC do PROG27). DE-SITUACAO: V = valido,
      *          R = revogado (com data, operador e motivo da
      *          revogacao).
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 DE-CODIGO           PIC X(11).
           05 DE-MATRICULA        PIC 9(06).
           05 DE-TIPO             PIC X(01).
           05 DE-PERIODO          PIC X(06).
           05 DE-DATA-EMISSAO     PIC X(08).
           05 DE-HORA-EMISSAO     PIC X(06).
           05 DE-OPERADOR         PIC X(10).
           05 DE-RESUMO           PIC X(60).
           05 DE-SITUACAO         PIC X(01).
           05 DE-DATA-REVOGACAO   PIC X(08).
           05 DE-OPER-REVOGACAO   PIC X(10).
           05 DE-MOTIVO-REVOGACAO PIC X(30).
