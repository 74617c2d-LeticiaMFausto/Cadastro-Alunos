      *>----------------------------------------------------------------
      *>  Layout do registro de professor (arqProfessor) - um
      *>  professor por codigo, com CPF, contato e o limite de carga
      *>  horaria (aulas previstas no ano somadas em todas as turmas e
      *>  disciplinas atribuídas a ele na grade curricular). Usado pela
      *>  FD de todo programa que abre arqProfessor.dat, para manter
      *>  os dois em sincronia.
      *>----------------------------------------------------------------
       01  fd-professores.
           05  fd-prof-cod                         pic 9(03).
           05  fd-prof-nome                        pic x(25).
           05  fd-prof-cpf                         pic 9(11).
           05  fd-prof-tel                         pic x(15).
           05  fd-prof-email                       pic x(40).
           05  fd-prof-limite-aulas                pic 9(04).
