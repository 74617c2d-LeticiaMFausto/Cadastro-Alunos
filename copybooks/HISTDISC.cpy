      *>----------------------------------------------------------------
      *>  Layout do registro de histórico por disciplina
      *>  (arqHistDisc) - resultado final de um aluno em uma
      *>  disciplina de um ano letivo, gravado pelo encerramento de
      *>  ano (EncerraAnoLetivo) junto com o registro de
      *>  arqHistorico. Situação: Aprovado, Reprovado ou Recuperacao
      *>  (ano encerrado com o exame pendente). Usado pela FD de todo
      *>  programa que abre arqHistDisc.dat, para manter os dois em
      *>  sincronia.
      *>----------------------------------------------------------------
       01  fd-histdisc.
           05  fd-hd-chave.
               10  fd-hd-aluno                     pic 9(05).
               10  fd-hd-ano                       pic 9(04).
               10  fd-hd-disc                      pic 9(03).
           05  fd-hd-turma                         pic 9(03).
           05  fd-hd-media                         pic 9(02)v99.
           05  fd-hd-exame                         pic 9(02)v99.
           05  fd-hd-media-final                   pic 9(02)v99.
           05  fd-hd-aulas-prev                    pic 9(03).
           05  fd-hd-situacao                      pic x(12).
