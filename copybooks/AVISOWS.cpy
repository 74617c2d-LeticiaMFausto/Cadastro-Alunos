      *>----------------------------------------------------------------
      *>  Copia de trabalho do registro de controle de avisos aos
      *>  responsáveis, espelhando AVISO.cpy.
      *>----------------------------------------------------------------
       01  ws-aviso.
           05  ws-aviso-chave.
               10  ws-aviso-cpf                    pic 9(11).
               10  ws-aviso-aluno                  pic 9(05).
               10  ws-aviso-tipo                   pic x(01).
                   88  aviso-mensalidade           value "M".
                   88  aviso-frequencia            value "F".
                   88  aviso-recuperacao           value "R".
                   88  aviso-ocorrencia            value "O".
               10  ws-aviso-ref                    pic x(10).
           05  ws-aviso-situacao                   pic x(01).
               88  aviso-pendente                  value "P".
               88  aviso-enviado                   value "E".
               88  aviso-obsoleto                  value "C".
           05  ws-aviso-data-geracao               pic 9(08).
           05  ws-aviso-data-envio                 pic 9(08).
           05  ws-aviso-texto                      pic x(60).
