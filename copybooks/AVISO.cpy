      *>----------------------------------------------------------------
      *>  Layout do registro de controle de avisos aos responsáveis
      *>  (arqAviso) - um aviso por responsável (CPF) + aluno + tipo
      *>  + referência, para que o mesmo aviso nunca saia duas vezes
      *>  no arquivo do provedor de e-mail/SMS. A chave começa pelo
      *>  CPF: lido em sequência, o arquivo já sai agrupado por
      *>  responsável, com os irmãos juntos. Usado pela FD de todo
      *>  programa que abre arqAviso.dat, para manter os dois em
      *>  sincronia.
      *>----------------------------------------------------------------
       01  fd-aviso.
           05  fd-aviso-chave.
      *>CPF zero = aluno sem responsável vinculado
               10  fd-aviso-cpf                    pic 9(11).
               10  fd-aviso-aluno                  pic 9(05).
      *>Tipo: M = mensalidade vencida, F = frequência abaixo de 80%,
      *>R = entrada em recuperação, O = nova ocorrência disciplinar
               10  fd-aviso-tipo                   pic x(01).
      *>Referência do aviso: competência AAAAMM (M), ano letivo (F e
      *>R) ou data AAAAMMDD + sequência da ocorrência (O)
               10  fd-aviso-ref                    pic x(10).
      *>Situação: P = pendente (responsável sem contato), E = enviado
      *>ao provedor, C = caducado (a condição deixou de valer antes
      *>do envio - volta a P se for detectada de novo). Pendente só
      *>vale para a data de geração: é renovado a cada noite em que
      *>a condição ainda vale.
           05  fd-aviso-situacao                   pic x(01).
           05  fd-aviso-data-geracao               pic 9(08).
           05  fd-aviso-data-envio                 pic 9(08).
           05  fd-aviso-texto                      pic x(60).
