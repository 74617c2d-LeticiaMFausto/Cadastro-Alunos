      *>----------------------------------------------------------------
      *>  Layout das linhas do arquivo retorno de cobrança do banco
      *>  (RetornoBanco.txt), nos dois padrões FEBRABAN aceitos pela
      *>  baixa automatica (BaixaRetornoBanco):
      *>
      *>  CNAB 400 - header com "0" na posição 1 e "2RETORNO" nas
      *>  posições 2-9; detalhe com "1" na posição 1.
      *>  CNAB 240 - tipo de registro na posição 8 ("0" header de
      *>  arquivo, "3" detalhe); no detalhe, o segmento T traz a
      *>  identificação do titulo e o segmento U seguinte traz o valor
      *>  e a data do pagamento.
      *>
      *>  Nos dois padrões a identificação do titulo na empresa (campo
      *>  "uso da empresa", 25 posições, devolvido pelo banco como foi
      *>  remetido) leva o codigo do aluno (5) seguido da competência
      *>  AAAAMM (6) - é por ela que a linha casa com arqMensalidade.
      *>  Valores com 13 digitos e 2 decimais implicitas.
      *>----------------------------------------------------------------
       01  ws-ret-linha                            pic x(400).

      *>----CNAB 400 - header de arquivo
       01  ws-ret400-header redefines ws-ret-linha.
           05  ws-ret400-hdr-tipo                  pic x(01).
           05  ws-ret400-hdr-retorno               pic x(08).
           05  filler                              pic x(391).

      *>----CNAB 400 - registro de detalhe (transação tipo 1)
       01  ws-ret400-detalhe redefines ws-ret-linha.
           05  ws-ret400-tipo                      pic x(01).
           05  filler                              pic x(36).
           05  ws-ret400-id-titulo.
               10  ws-ret400-id-aluno              pic x(05).
               10  ws-ret400-id-anomes             pic x(06).
               10  filler                          pic x(14).
           05  filler                              pic x(46).
           05  ws-ret400-ocorrencia                pic x(02).
           05  ws-ret400-data-ocorr.
               10  ws-ret400-ocorr-dia             pic 9(02).
               10  ws-ret400-ocorr-mes             pic 9(02).
               10  ws-ret400-ocorr-ano             pic 9(02).
           05  filler                              pic x(36).
           05  ws-ret400-valor-titulo              pic 9(11)v99.
           05  filler                              pic x(88).
           05  ws-ret400-valor-pago                pic 9(11)v99.
           05  filler                              pic x(134).

      *>----CNAB 240 - campos comuns a todos os registros
       01  ws-ret240-registro redefines ws-ret-linha.
           05  ws-ret240-banco                     pic x(03).
           05  ws-ret240-lote                      pic x(04).
           05  ws-ret240-tipo                      pic x(01).
           05  ws-ret240-seq                       pic x(05).
           05  ws-ret240-segmento                  pic x(01).
           05  filler                              pic x(01).
           05  ws-ret240-movimento                 pic x(02).
           05  filler                              pic x(383).

      *>----CNAB 240 - detalhe segmento T (titulo)
       01  ws-ret240-segmento-t redefines ws-ret-linha.
           05  filler                              pic x(81).
           05  ws-ret240t-valor-titulo             pic 9(13)v99.
           05  filler                              pic x(09).
           05  ws-ret240t-id-titulo.
               10  ws-ret240t-id-aluno             pic x(05).
               10  ws-ret240t-id-anomes            pic x(06).
               10  filler                          pic x(14).
           05  filler                              pic x(270).

      *>----CNAB 240 - detalhe segmento U (valores e datas)
       01  ws-ret240-segmento-u redefines ws-ret-linha.
           05  filler                              pic x(77).
           05  ws-ret240u-valor-pago               pic 9(13)v99.
           05  filler                              pic x(45).
           05  ws-ret240u-data-ocorr.
               10  ws-ret240u-ocorr-dia            pic 9(02).
               10  ws-ret240u-ocorr-mes            pic 9(02).
               10  ws-ret240u-ocorr-ano            pic 9(04).
           05  filler                              pic x(255).
