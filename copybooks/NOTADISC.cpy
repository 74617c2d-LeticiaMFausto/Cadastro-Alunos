      *>  uma nota por aluno + disciplina + bimestre. Usado pela FD de
      *>  todo programa que abre arqNotaDisc.dat, para manter os dois
      *>  em sincronia.
      *>
      *>  Bimestres 1 a 4 são as notas do ano; o bimestre 5 guarda a
      *>  nota do exame final (recuperação) da disciplina.
      *>----------------------------------------------------------------
       01  fd-notas-disc.
           05  fd-nd-chave.
