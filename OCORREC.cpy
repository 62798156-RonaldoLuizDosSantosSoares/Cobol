      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout da ocorrencia disciplinar do aluno (arquivo
      *          indexado OCORRENC, mantido pelo PROG101): um registro
      *          por ocorrencia, pela chave matricula + sequencia - a
      *          sequencia e o numero da ocorrencia na matricula.
      *          OC-TIPO e C (cola), P (plagio), D (conduta) ou O
      *          (outros); OC-SANCAO e A (advertencia), S (suspensao),
      *          N (prova anulada) ou X (sem sancao). Materia e periodo
      *          ficam em branco quando a ocorrencia nao e de uma
      *          disciplina; na prova anulada, OC-AVALIACAO e o numero
      *          da avaliacao zerada e OC-NOTA-ANULADA a nota que ela
      *          tinha. A ocorrencia cancelada fica no arquivo com a
      *          data e o operador do cancelamento.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 OC-CHAVE.
              10 OC-MATRICULA     PIC 9(06).
              10 OC-SEQUENCIA     PIC 9(03).
           05 OC-DATA             PIC X(08).
           05 OC-MATERIA          PIC X(30).
           05 OC-PERIODO          PIC X(06).
           05 OC-TIPO             PIC X(01).
           05 OC-DESCRICAO        PIC X(60).
           05 OC-SANCAO           PIC X(01).
           05 OC-AVALIACAO        PIC 9(02).
           05 OC-NOTA-ANULADA     PIC 99V99.
           05 OC-AUTORIDADE       PIC X(30).
           05 OC-DATA-INCLUSAO    PIC X(08).
           05 OC-OPER-INCLUSAO    PIC X(10).
           05 OC-DATA-CANCEL      PIC X(08).
           05 OC-OPER-CANCEL      PIC X(10).
