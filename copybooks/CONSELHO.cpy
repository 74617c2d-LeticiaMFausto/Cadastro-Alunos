      *>----------------------------------------------------------------
      *>  Layout do registro de decisão do Conselho de Classe
      *>  (arqConselho) - uma decisão por aluno + ano letivo, com a
      *>  situação apurada pelas notas (original) e a decidida pelo
      *>  conselho. A decidida é a palavra final para a ata, o
      *>  encerramento de ano, a rematricula e o histórico escolar;
      *>  as notas do aluno não são alteradas. Usado pela FD de todo
      *>  programa que abre arqConselho.dat, para manter os dois em
      *>  sincronia.
      *>----------------------------------------------------------------
       01  fd-conselho.
           05  fd-cons-chave.
               10  fd-cons-aluno                   pic 9(05).
               10  fd-cons-ano                     pic 9(04).
           05  fd-cons-turma                       pic 9(03).
           05  fd-cons-sit-original                pic x(12).
           05  fd-cons-sit-decidida                pic x(12).
           05  fd-cons-data-reuniao                pic 9(08).
           05  fd-cons-justificativa               pic x(60).
           05  fd-cons-operador                    pic x(10).
           05  fd-cons-data-registro               pic 9(08).
