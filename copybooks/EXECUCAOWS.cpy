      *>----------------------------------------------------------------
      *>  Copia de trabalho do registro do log de execução do
      *>  fechamento do ano letivo, espelhando EXECUCAO.cpy.
      *>----------------------------------------------------------------
       01  ws-execucao.
           05  ws-exec-chave.
               10  ws-exec-ano                     pic 9(04).
               10  ws-exec-etapa                   pic 9(01).
               10  ws-exec-seq                     pic 9(03).
           05  ws-exec-nome                        pic x(20).
           05  ws-exec-situacao                    pic x(01).
               88  execucao-em-andamento           value "E".
               88  execucao-concluida              value "C".
               88  execucao-falhou                 value "F".
               88  execucao-recusada               value "R".
           05  ws-exec-data-inicio                 pic 9(08).
           05  ws-exec-hora-inicio                 pic 9(06).
           05  ws-exec-data-fim                    pic 9(08).
           05  ws-exec-hora-fim                    pic 9(06).
           05  ws-exec-retorno                     pic 9(03).
           05  ws-exec-operador                    pic x(10).
           05  ws-exec-forcada                     pic x(01).
               88  execucao-forcada                value "S".
           05  ws-exec-motivo                      pic x(40).
           05  ws-exec-contagens occurs 6.
               10  ws-exec-cont-rotulo             pic x(20).
               10  ws-exec-cont-valor              pic 9(07).
