      *>----------------------------------------------------------------
      *>  Copia de trabalho do registro de histórico por disciplina,
      *>  espelhando HISTDISC.cpy.
      *>----------------------------------------------------------------
       01  ws-histdisc.
           05  ws-hd-chave.
               10  ws-hd-aluno                     pic 9(05).
               10  ws-hd-ano                       pic 9(04).
               10  ws-hd-disc                      pic 9(03).
           05  ws-hd-turma                         pic 9(03).
           05  ws-hd-media                         pic 9(02)v99.
           05  ws-hd-exame                         pic 9(02)v99.
           05  ws-hd-media-final                   pic 9(02)v99.
           05  ws-hd-aulas-prev                    pic 9(03).
           05  ws-hd-situacao                      pic x(12).
