      *>----------------------------------------------------------------
      *>  Layout do registro de fechamento de caixa (arqFechamento) -
      *>  um por dia fechado pelo job FechamentoCaixa, com os totais
      *>  recebidos e o numero de divergências com a auditoria. Dia
      *>  com registro aqui está fechado: pagamento com essa data não
      *>  é mais lançado nem estornado sem a administração. Usado
      *>  pela FD de todo programa que abre arqFechamento.dat, para
      *>  manter os dois em sincronia.
      *>----------------------------------------------------------------
       01  fd-fechamento.
           05  fd-fech-data                        pic 9(08).
           05  fd-fech-data-fechamento             pic 9(08).
           05  fd-fech-hora-fechamento             pic 9(06).
           05  fd-fech-usuario                     pic x(20).
           05  fd-fech-qtd-pagtos                  pic 9(05).
           05  fd-fech-valor-total                 pic 9(09)v99.
           05  fd-fech-divergencias                pic 9(05).
