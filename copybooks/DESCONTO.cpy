      *>----------------------------------------------------------------
      *>  Layout do registro de desconto de mensalidade (arqDesconto)
      *>  - um desconto concedido ao aluno, por aluno + sequencia, com
      *>  o tipo, o percentual sobre o valor da turma, a vigência
      *>  (competências AAAAMM de inicio e fim, fim zero = sem prazo)
      *>  e o motivo. Aplicado pelo GeraMensalidades na geração da
      *>  cobrança. Usado pela FD de todo programa que abre
      *>  arqDesconto.dat, para manter os dois em sincronia.
      *>  Tipo: B = bolsa de estudo, F = filho de funcionario,
      *>  I = irmãos, O = outro.
      *>----------------------------------------------------------------
       01  fd-descontos.
           05  fd-desc-chave.
               10  fd-desc-aluno                   pic 9(05).
               10  fd-desc-seq                     pic 9(02).
           05  fd-desc-tipo                        pic x(01).
           05  fd-desc-perc                        pic 9(03)v99.
           05  fd-desc-comp-ini                    pic 9(06).
           05  fd-desc-comp-fim                    pic 9(06).
           05  fd-desc-motivo                      pic x(40).
