      ******************************************************************
      * Author: Ronaldo Luiz
      * Date: 15/10
      * Purpose: Layout do horario semanal de aula (arquivo indexado
      *          GRADEHOR, mantido pelo PROG76): um registro por
      *          encontro semanal de uma materia e turma no periodo,
      *          com o dia da semana (2 = segunda ... 7 = sabado), a
      *          hora de inicio e de fim (HHMM) e a sala, pelo nome do
      *          comodo no COMODOS. O docente nao fica no registro: e
      *          sempre o da atribuicao ATRIBDOC (PROG38) da materia,
      *          periodo e turma.
      * Modification History:
      *   15/10 - RLS - Layout original.
      ******************************************************************
           05 HR-CHAVE.
              10 HR-PERIODO       PIC X(06).
              10 HR-MATERIA       PIC X(30).
              10 HR-TURMA         PIC X(10).
              10 HR-DIA-SEMANA    PIC 9(01).
              10 HR-HORA-INICIO   PIC 9(04).
           05 HR-HORA-FIM         PIC 9(04).
           05 HR-SALA             PIC X(15).
           05 HR-OPERADOR         PIC X(10).
           05 HR-DATA-MOVTO       PIC X(08).
