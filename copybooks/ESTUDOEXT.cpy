      *>----------------------------------------------------------------
      *>  Layout do registro de estudos anteriores (arqEstudoExt) -
      *>  um ano letivo cursado pelo aluno em outra escola antes da
      *>  transferência para cá: escola, cidade/UF, série e situação
      *>  final (Aprovado ou Reprovado). As disciplinas do ano ficam
      *>  em arqEstudoExtDisc. Usado pela FD de todo programa que
      *>  abre arqEstudoExt.dat, para manter os dois em sincronia.
      *>----------------------------------------------------------------
       01  fd-estudo-ext.
           05  fd-ext-chave.
               10  fd-ext-aluno                    pic 9(05).
               10  fd-ext-ano                      pic 9(04).
           05  fd-ext-escola                       pic x(40).
           05  fd-ext-cidade                       pic x(25).
           05  fd-ext-uf                           pic x(02).
           05  fd-ext-serie                        pic 9(02).
           05  fd-ext-situacao                     pic x(12).
