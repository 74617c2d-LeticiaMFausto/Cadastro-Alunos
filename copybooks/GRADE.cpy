      *>  Layout do registro de grade curricular (arqGrade) - uma
      *>  disciplina que pertence a uma turma, com as aulas previstas
      *>  no ano. É contra essa grade que o lançamento de notas
      *>  valida a disciplina. fd-grade-prof é o professor que leciona
      *>  a disciplina na turma (codigo de arqProfessor, zero = ainda
      *>  sem professor atribuído). Usado pela FD de todo programa que
      *>  abre arqGrade.dat, para manter os dois em sincronia.
      *>----------------------------------------------------------------
       01  fd-grade.
               10  fd-grade-turma                  pic 9(03).
               10  fd-grade-disc                   pic 9(03).
           05  fd-grade-aulas-prev                 pic 9(03).
           05  fd-grade-prof                       pic 9(03).
