      *>----------------------------------------------------------------
      *>  Layout do registro de ocorrência disciplinar (arqOcorrencia)
      *>  - advertência, suspensão ou ocorrência pedagógica de um
      *>  aluno, por aluno + data + sequência do dia, com a turma do
      *>  aluno na data, o operador que registrou e se o responsável
      *>  já foi avisado. Os dias de suspensão contam como faltas
      *>  justificadas na apuração de frequência. Usado pela FD de
      *>  todo programa que abre arqOcorrencia.dat, para manter os
      *>  dois em sincronia.
      *>----------------------------------------------------------------
       01  fd-ocorrencia.
           05  fd-oco-chave.
               10  fd-oco-aluno                    pic 9(05).
               10  fd-oco-data                     pic 9(08).
               10  fd-oco-seq                      pic 9(02).
      *>Tipo: A = advertência, S = suspensão, P = ocorrência
      *>pedagógica
           05  fd-oco-tipo                         pic x(01).
      *>Dias letivos de suspensão (zero nos demais tipos)
           05  fd-oco-dias-suspensao               pic 9(02).
           05  fd-oco-descricao                    pic x(100).
           05  fd-oco-turma                        pic 9(03).
           05  fd-oco-operador                     pic x(10).
           05  fd-oco-resp-notificado              pic x(01).
           05  fd-oco-data-registro                pic 9(08).
