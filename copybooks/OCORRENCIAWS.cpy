      *>----------------------------------------------------------------
      *>  Copia de trabalho do registro de ocorrência disciplinar,
      *>  espelhando OCORRENCIA.cpy.
      *>----------------------------------------------------------------
       01  ws-ocorrencia.
           05  ws-oco-chave.
               10  ws-oco-aluno                    pic 9(05).
               10  ws-oco-data                     pic 9(08).
               10  ws-oco-data-r redefines ws-oco-data.
                   15  ws-oco-ano                  pic 9(04).
                   15  ws-oco-mes                  pic 9(02).
                   15  ws-oco-dia                  pic 9(02).
               10  ws-oco-seq                      pic 9(02).
           05  ws-oco-tipo                         pic x(01).
               88  ocorrencia-advertencia          value "A".
               88  ocorrencia-suspensao            value "S".
               88  ocorrencia-pedagogica           value "P".
               88  tipo-ocorrencia-valido          value "A" "S" "P".
           05  ws-oco-dias-suspensao               pic 9(02).
           05  ws-oco-descricao                    pic x(100).
           05  ws-oco-turma                        pic 9(03).
           05  ws-oco-operador                     pic x(10).
           05  ws-oco-resp-notificado              pic x(01).
               88  responsavel-notificado          value "S".
           05  ws-oco-data-registro                pic 9(08).
