      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do registro de correspondencia enviada
      *          (arquivo indexado CORRESP, gravado pelo PROG110 e
      *          consultado pelo PROG28): um registro por carta, pela
      *          chave matricula + sequencia - a sequencia e o numero
      *          da carta na matricula. CR-EVENTO e R (aviso de risco
      *          apos a primeira prova), S (segunda chamada), V
      *          (decisao de revisao de nota), P (pendencia) ou A
      *          (aviso de abandono); CR-REFERENCIA identifica o fato
      *          que gerou a carta, e o PROG110 nao repete a carta do
      *          mesmo evento e referencia. CR-MEIO e C (carta
      *          impressa), E (carta impressa e e-mail) ou B (sem
      *          endereco - entrega no balcao); CR-DESTINATARIO e o
      *          aluno ou, para o menor, o responsavel.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 CR-CHAVE.
              10 CR-MATRICULA     PIC 9(06).
              10 CR-SEQUENCIA     PIC 9(03).
           05 CR-EVENTO           PIC X(01).
           05 CR-REFERENCIA       PIC X(40).
           05 CR-MEIO             PIC X(01).
           05 CR-DESTINATARIO     PIC X(30).
           05 CR-EMAIL            PIC X(40).
           05 CR-DATA-ENVIO       PIC X(08).
           05 CR-OPERADOR         PIC X(10).
