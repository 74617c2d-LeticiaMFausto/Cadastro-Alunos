      *>----------------------------------------------------------------
      *>  Layout do registro de dependência (arqDependencia) - uma
      *>  disciplina reprovada que o aluno promovido "Aprovado com
      *>  dependência" leva para a série seguinte. Gravado pela
      *>  rematricula (RematriculaAlunos) a partir do histórico por
      *>  disciplina do ano de origem. Situação: P = pendente,
      *>  C = cumprida (ano em que foi cumprida em dep-ano-cumprida).
      *>  Usado pela FD de todo programa que abre
      *>  arqDependencia.dat, para manter os dois em sincronia.
      *>----------------------------------------------------------------
       01  fd-dependencias.
           05  fd-dep-chave.
               10  fd-dep-aluno                    pic 9(05).
               10  fd-dep-disc                     pic 9(03).
               10  fd-dep-ano-origem               pic 9(04).
           05  fd-dep-serie-origem                 pic 9(02).
           05  fd-dep-turma-origem                 pic 9(03).
           05  fd-dep-media-final                  pic 9(02)v99.
           05  fd-dep-situacao                     pic x(01).
           05  fd-dep-ano-cumprida                 pic 9(04).
