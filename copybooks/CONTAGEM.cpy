      *>----------------------------------------------------------------
      *>  Layout da linha de contagem (ContagemEtapa.txt) que cada
      *>  etapa do fechamento do ano letivo grava ao terminar - um
      *>  rotulo e o total correspondente por linha - para o
      *>  ControleAnoLetivo guardar no log de execução. Usado pela FD
      *>  de todo programa que abre ContagemEtapa.txt, para manter os
      *>  dois em sincronia.
      *>----------------------------------------------------------------
       01  fd-contagem.
           05  fd-cont-rotulo                      pic x(20).
           05  fd-cont-valor                       pic 9(07).
