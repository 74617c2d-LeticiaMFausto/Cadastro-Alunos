      *>----------------------------------------------------------------
      *>  Copia de trabalho do registro de fechamento de caixa,
      *>  espelhando FECHAMENTO.cpy.
      *>----------------------------------------------------------------
       01  ws-fechamento.
           05  ws-fech-data                        pic 9(08).
           05  ws-fech-data-r redefines ws-fech-data.
               10  ws-fech-ano                     pic 9(04).
               10  ws-fech-mes                     pic 9(02).
               10  ws-fech-dia                     pic 9(02).
           05  ws-fech-data-fechamento             pic 9(08).
           05  ws-fech-hora-fechamento             pic 9(06).
           05  ws-fech-usuario                     pic x(20).
           05  ws-fech-qtd-pagtos                  pic 9(05).
           05  ws-fech-valor-total                 pic 9(09)v99.
           05  ws-fech-divergencias                pic 9(05).
