      *>----------------------------------------------------------------
      *>  Layout do registro de disciplina de estudos anteriores
      *>  (arqEstudoExtDisc) - resultado de uma disciplina de um ano
      *>  cursado em outra escola, como consta no histórico de
      *>  origem: nome da disciplina (a outra escola não usa o nosso
      *>  cadastro de disciplinas), media final, carga horaria anual
      *>  e situação. Chave aluno + ano + sequência de digitação.
      *>  Usado pela FD de todo programa que abre
      *>  arqEstudoExtDisc.dat, para manter os dois em sincronia.
      *>----------------------------------------------------------------
       01  fd-estudo-ext-disc.
           05  fd-exd-chave.
               10  fd-exd-aluno                    pic 9(05).
               10  fd-exd-ano                      pic 9(04).
               10  fd-exd-seq                      pic 9(02).
           05  fd-exd-disciplina                   pic x(20).
           05  fd-exd-media                        pic 9(02)v99.
           05  fd-exd-carga-horaria                pic 9(04).
           05  fd-exd-situacao                     pic x(12).
