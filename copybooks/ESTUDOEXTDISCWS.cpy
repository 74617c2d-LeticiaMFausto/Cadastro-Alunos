      *>----------------------------------------------------------------
      *>  Copia de trabalho do registro de disciplina de estudos
      *>  anteriores, espelhando ESTUDOEXTDISC.cpy.
      *>----------------------------------------------------------------
       01  ws-estudo-ext-disc.
           05  ws-exd-chave.
               10  ws-exd-aluno                    pic 9(05).
               10  ws-exd-ano                      pic 9(04).
               10  ws-exd-seq                      pic 9(02).
           05  ws-exd-disciplina                   pic x(20).
           05  ws-exd-media                        pic 9(02)v99.
           05  ws-exd-carga-horaria                pic 9(04).
           05  ws-exd-situacao                     pic x(12).
