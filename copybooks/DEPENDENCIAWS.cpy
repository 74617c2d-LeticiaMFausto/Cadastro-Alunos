      *>----------------------------------------------------------------
      *>  Copia de trabalho do registro de dependência, espelhando
      *>  DEPENDENCIA.cpy.
      *>----------------------------------------------------------------
       01  ws-dependencias.
           05  ws-dep-chave.
               10  ws-dep-aluno                    pic 9(05).
               10  ws-dep-disc                     pic 9(03).
               10  ws-dep-ano-origem               pic 9(04).
           05  ws-dep-serie-origem                 pic 9(02).
           05  ws-dep-turma-origem                 pic 9(03).
           05  ws-dep-media-final                  pic 9(02)v99.
           05  ws-dep-situacao                     pic x(01).
               88  dependencia-pendente            value "P".
               88  dependencia-cumprida            value "C".
           05  ws-dep-ano-cumprida                 pic 9(04).
