      *>----------------------------------------------------------------
      *>  Copia de trabalho do registro de decisão do Conselho de
      *>  Classe, espelhando CONSELHO.cpy.
      *>----------------------------------------------------------------
       01  ws-conselho.
           05  ws-cons-chave.
               10  ws-cons-aluno                   pic 9(05).
               10  ws-cons-ano                     pic 9(04).
           05  ws-cons-turma                       pic 9(03).
           05  ws-cons-sit-original                pic x(12).
           05  ws-cons-sit-decidida                pic x(12).
           05  ws-cons-data-reuniao                pic 9(08).
           05  ws-cons-data-reuniao-r redefines ws-cons-data-reuniao.
               10  ws-cons-reuniao-ano             pic 9(04).
               10  ws-cons-reuniao-mes             pic 9(02).
               10  ws-cons-reuniao-dia             pic 9(02).
           05  ws-cons-justificativa               pic x(60).
           05  ws-cons-operador                    pic x(10).
           05  ws-cons-data-registro               pic 9(08).
