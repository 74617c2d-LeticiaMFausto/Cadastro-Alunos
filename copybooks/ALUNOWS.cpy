           05  ws-status-motivo                    pic x(30).
           05  ws-resp1-cpf                        pic 9(11).
           05  ws-resp2-cpf                        pic 9(11).
      *>Dados do Censo Escolar - veja ALUNO.cpy
           05  ws-censo.
               10  ws-data-nasc                    pic 9(08).
               10  ws-data-nasc-r redefines ws-data-nasc.
                   15  ws-nasc-ano                 pic 9(04).
                   15  ws-nasc-mes                 pic 9(02).
                   15  ws-nasc-dia                 pic 9(02).
               10  ws-sexo                         pic x(01).
                   88  sexo-valido                 value "M" "F".
               10  ws-cor-raca                     pic x(01).
                   88  cor-raca-valida             value "0" thru "5".
               10  ws-nacionalidade                pic x(01).
                   88  nacionalidade-valida        value "1" thru "3".
                   88  nacionalidade-brasileira    value "1".
               10  ws-certidao                     pic x(32).
               10  ws-inep-id                      pic 9(12).
               10  ws-deficiencia                  pic x(01).
                   88  deficiencia-valida          value "S" "N".
                   88  tem-deficiencia             value "S".
               10  ws-tipo-deficiencia             pic 9(02).
