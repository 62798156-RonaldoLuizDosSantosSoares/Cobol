      *          vez de criar um aluno novo em silencio.
      * Modification History:
      *   22/08 - RLS - Layout original.
      *   15/10 - RLS - Nova situacao F = formado, gravada pela
      *                 expedicao de diploma (PROG85).
      *   15/10 - RLS - Nova situacao E = evadido (abandono confirmado
      *                 no PROG46 a partir da lista do PROG100).
      **********************
           05 AC-MATRICULA        PIC 9(06).
           05 AC-NOME             PIC X(30).
           05 AC-TURMA            PIC X(10).
           05 AC-DATA-INGRESSO    PIC X(08).
      * Situacao cadastral: A = ativo, T = trancado, R = transferido,
      * D = desativado, F = formado, E = evadido (abandono).
           05 AC-SITUACAO-CAD     PIC X(01).
