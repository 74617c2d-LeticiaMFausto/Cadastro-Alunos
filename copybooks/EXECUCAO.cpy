      *>----------------------------------------------------------------
      *>  Layout do registro do log de execução do fechamento do ano
      *>  letivo (arqExecucao) - uma execução (ou tentativa recusada)
      *>  de uma etapa por ano letivo + etapa + sequência. Etapa:
      *>  0 VerificaBase, 1 ProcessaExameFinal, 2 AtaResultados,
      *>  3 ExportaBase, 4 EncerraAnoLetivo, 5 RematriculaAlunos,
      *>  6 GeraMensalidades. Situação: E em execução, C concluída,
      *>  F falhou (codigo de retorno diferente de zero), R recusada
      *>  pelo controle. Usado pela FD de todo programa que abre
      *>  arqExecucao.dat, para manter os dois em sincronia.
      *>----------------------------------------------------------------
       01  fd-execucao.
           05  fd-exec-chave.
               10  fd-exec-ano                     pic 9(04).
               10  fd-exec-etapa                   pic 9(01).
               10  fd-exec-seq                     pic 9(03).
           05  fd-exec-nome                        pic x(20).
           05  fd-exec-situacao                    pic x(01).
           05  fd-exec-data-inicio                 pic 9(08).
           05  fd-exec-hora-inicio                 pic 9(06).
           05  fd-exec-data-fim                    pic 9(08).
           05  fd-exec-hora-fim                    pic 9(06).
           05  fd-exec-retorno                     pic 9(03).
           05  fd-exec-operador                    pic x(10).
           05  fd-exec-forcada                     pic x(01).
           05  fd-exec-motivo                      pic x(40).
           05  fd-exec-contagens occurs 6.
               10  fd-exec-cont-rotulo             pic x(20).
               10  fd-exec-cont-valor              pic 9(07).
