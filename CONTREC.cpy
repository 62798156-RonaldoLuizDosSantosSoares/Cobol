      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do contato do aluno (arquivo indexado
      *          CONTATOS, mantido pelo PROG12, opcao K): um registro
      *          por matricula, com endereco, telefone, e-mail e data
      *          de nascimento. O responsavel (nome, telefone e
      *          e-mail) e exigido para o aluno menor de 18 anos na
      *          data da manutencao; a correspondencia do PROG110 vai
      *          ao responsavel enquanto o aluno for menor. Datas no
      *          formato AAAAMMDD.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 CT-MATRICULA        PIC 9(06).
           05 CT-ENDERECO         PIC X(40).
           05 CT-BAIRRO           PIC X(20).
           05 CT-CIDADE           PIC X(20).
           05 CT-UF               PIC X(02).
           05 CT-CEP              PIC X(08).
           05 CT-TELEFONE         PIC X(15).
           05 CT-EMAIL            PIC X(40).
           05 CT-DATA-NASC        PIC X(08).
           05 CT-RESP-NOME        PIC X(30).
           05 CT-RESP-TELEFONE    PIC X(15).
           05 CT-RESP-EMAIL       PIC X(40).
           05 CT-DATA-ATUALIZ     PIC X(08).
           05 CT-OPER-ATUALIZ     PIC X(10).
