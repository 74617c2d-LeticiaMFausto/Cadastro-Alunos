               88  mensalidade-aberta              value "A".
               88  mensalidade-paga                value "P".
               88  mensalidade-cancelada           value "X".
               88  mensalidade-isenta              value "I".
           05  ws-mens-data-pagto                  pic 9(08).
           05  ws-mens-valor-pago                  pic 9(05)v99.
           05  ws-mens-valor-bruto                 pic 9(05)v99.
           05  ws-mens-desc-tipo                   pic x(01).
           05  ws-mens-desc-perc                   pic 9(03)v99.
           05  ws-mens-forma-pagto                 pic x(01).
               88  pagto-dinheiro                  value "D".
               88  pagto-pix                       value "P".
               88  pagto-cartao                    value "C".
               88  pagto-boleto                    value "B".
               88  forma-pagto-valida              value "D" "P" "C" "B".
           05  ws-mens-oper-pagto                  pic x(20).
