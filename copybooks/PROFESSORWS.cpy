      *>----------------------------------------------------------------
      *>  Copia de trabalho do registro de professor, espelhando
      *>  PROFESSOR.cpy.
      *>----------------------------------------------------------------
       01  ws-professores.
           05  ws-prof-cod                         pic 9(03).
           05  ws-prof-nome                        pic x(25).
           05  ws-prof-cpf                         pic 9(11).
           05  ws-prof-tel                         pic x(15).
           05  ws-prof-email                       pic x(40).
           05  ws-prof-limite-aulas                pic 9(04).
