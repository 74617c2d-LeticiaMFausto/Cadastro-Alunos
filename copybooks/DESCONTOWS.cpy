      *>----------------------------------------------------------------
      *>  Copia de trabalho do registro de desconto de mensalidade,
      *>  espelhando DESCONTO.cpy.
      *>----------------------------------------------------------------
       01  ws-descontos.
           05  ws-desc-chave.
               10  ws-desc-aluno                   pic 9(05).
               10  ws-desc-seq                     pic 9(02).
           05  ws-desc-tipo                        pic x(01).
               88  desconto-bolsa                  value "B".
               88  desconto-funcionario            value "F".
               88  desconto-irmaos                 value "I".
               88  desconto-outro                  value "O".
               88  desconto-tipo-valido            value "B" "F" "I" "O".
           05  ws-desc-perc                        pic 9(03)v99.
           05  ws-desc-comp-ini                    pic 9(06).
           05  ws-desc-comp-fim                    pic 9(06).
           05  ws-desc-motivo                      pic x(40).
