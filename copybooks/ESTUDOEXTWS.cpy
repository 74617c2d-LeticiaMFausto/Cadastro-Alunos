      *>----------------------------------------------------------------
      *>  Copia de trabalho do registro de estudos anteriores,
      *>  espelhando ESTUDOEXT.cpy.
      *>----------------------------------------------------------------
       01  ws-estudo-ext.
           05  ws-ext-chave.
               10  ws-ext-aluno                    pic 9(05).
               10  ws-ext-ano                      pic 9(04).
           05  ws-ext-escola                       pic x(40).
           05  ws-ext-cidade                       pic x(25).
           05  ws-ext-uf                           pic x(02).
           05  ws-ext-serie                        pic 9(02).
           05  ws-ext-situacao                     pic x(12).
               88  estudo-ext-aprovado             value "Aprovado".
