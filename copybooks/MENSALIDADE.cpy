      *>  GeraMensalidades e baixada pela opção 'Pg' do programa
      *>  interativo. Usado pela FD de todo programa que abre
      *>  arqMensalidade.dat, para manter os dois em sincronia.
      *>  Situação: A = em aberto, P = paga, X = cancelada,
      *>  I = isenta (desconto de 100%).
      *>  fd-mens-valor é o valor cobrado, já com o desconto do aluno
      *>  (tipo e percentual em fd-mens-desc-*); fd-mens-valor-bruto
      *>  é o valor cheio da turma na geração.
      *>  Na baixa ficam a forma de pagamento (D = dinheiro, P = PIX,
      *>  C = cartão, B = boleto) e o operador que recebeu (login do
      *>  'Pg', ou RETORNOBANCO na baixa do arquivo retorno); baixas
      *>  migradas do layout anterior ficam com os dois em branco.
      *>----------------------------------------------------------------
       01  fd-mensalidades.
           05  fd-mens-chave.
           05  fd-mens-situacao                    pic x(01).
           05  fd-mens-data-pagto                  pic 9(08).
           05  fd-mens-valor-pago                  pic 9(05)v99.
           05  fd-mens-valor-bruto                 pic 9(05)v99.
           05  fd-mens-desc-tipo                   pic x(01).
           05  fd-mens-desc-perc                   pic 9(03)v99.
           05  fd-mens-forma-pagto                 pic x(01).
           05  fd-mens-oper-pagto                  pic x(20).
