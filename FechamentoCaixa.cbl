      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "FechamentoCaixa".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Fechamento de caixa do financeiro: para a data informada
      *>(AAAAMMDD, 0 = hoje), gera Caixa_AAAAMMDD.txt com os
      *>pagamentos de mensalidade daquele dia (situação P com a data
      *>de pagamento igual à data do caixa), o total por operador e
      *>forma de pagamento (dinheiro, PIX, cartão, boleto) e o total
      *>por forma.
      *>
      *>Os totais são conferidos com a trilha de auditoria: as linhas
      *>PAGAMENTO com "em:" na data do caixa, descontadas as que um
      *>ESTORNOPAG desfez depois, têm de bater uma a uma com os
      *>pagamentos do arquivo (mesmo valor pago, operador e forma;
      *>baixas migradas do layout anterior, sem operador/forma, só
      *>conferem o valor), e toda mensalidade com linha CANCELMENS
      *>no dia tem de estar cancelada no arquivo. O que não bate vai
      *>para a lista de divergências do relatorio.
      *>
      *>O dia fica registrado em arqFechamento (com o usuario do
      *>sistema, os totais e o numero de divergências) e, a partir
      *>dai, pagamento com essa data não é mais lançado nem estornado
      *>pela opção 'Pg' sem a administração. Rodar de novo para a
      *>mesma data refaz a conferência e atualiza o registro. Termina
      *>com RC 8 quando há divergência.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
           select arqMensalidade assign to "arqMensalidade.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-mens-chave
           file status is ws-fs-arqMensalidade.

           select arqAuditoria assign to "Auditoria.log"
           organization is line sequential
           file status is ws-fs-arqAuditoria.

           select arqCadAluno assign to "arqCadAluno.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-ind
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select arqFechamento assign to "arqFechamento.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-fech-data
           file status is ws-fs-arqFechamento.

           select arqRelatorio assign to ws-nome-relatorio
           organization is line sequential
           file status is ws-fs-arqRelatorio.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqMensalidade.
           copy MENSALIDADE.

       fd arqAuditoria
           record contains 650 characters.
           copy AUDITORIA.

       fd arqCadAluno.
           copy ALUNO.

       fd arqFechamento.
           copy FECHAMENTO.

       fd arqRelatorio
           record contains 132 characters.
       01  fd-linha-relatorio                      pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqMensalidade                    pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqCadAluno                       pic  9(02).
       77  ws-fs-arqFechamento                     pic  9(02).
       77  ws-fs-arqRelatorio                      pic  9(02).

           copy MSGERRO.

           copy MENSALIDADEWS.

           copy FECHAMENTOWS.

       77  ws-data-caixa                           pic 9(08).
       77  ws-data-hoje                            pic 9(08).
       77  ws-hora-agora                           pic 9(06).
       77  ws-usuario                              pic x(20).
       77  ws-nome-relatorio                       pic x(30).

       77  ws-ja-fechado                           pic x(01).
           88  dia-ja-fechado                      value "S".
       77  ws-sem-auditoria                        pic x(01).
           88  sem-auditoria                       value "S".

      *>----Linha de auditoria decomposta (mesma decomposição da
      *>----ConsultaAuditoria: prefixo por REDEFINES, imagens pelos
      *>----delimitadores " antes:[" e "] depois:[")
       01  ws-linha-aud                            pic x(650).
       01  ws-linha-aud-det redefines ws-linha-aud.
           05  ws-la-data                          pic 9(08).
           05  filler                              pic x(01).
           05  ws-la-hora                          pic x(06).
           05  filler                              pic x(09).
           05  ws-la-usuario                       pic x(20).
           05  filler                              pic x(04).
           05  ws-la-op                            pic x(10).
           05  filler                              pic x(05).
           05  ws-la-cod                           pic 9(05).
           05  filler                              pic x(582).

       01  ws-la-antes                             pic x(260).
       01  ws-la-depois                            pic x(260).
       77  ws-la-descarte                          pic x(80).

      *>----Imagem de mensalidade da auditoria, montada pela opção 'Pg'
      *>----e pela baixa do retorno: "mens:AAAAMM valor:NNNNNNN
      *>----pago:NNNNNNN em:AAAAMMDD sit:P forma:X" (linhas antigas
      *>----não têm a forma; cancelamento só tem mens e valor)
       01  ws-imagem-mens                          pic x(260).
       01  ws-imagem-mens-det redefines ws-imagem-mens.
           05  ws-im-rotulo                        pic x(05).
           05  ws-im-anomes                        pic 9(06).
           05  filler                              pic x(07).
           05  ws-im-valor                         pic 9(05)v99.
           05  filler                              pic x(06).
           05  ws-im-pago                          pic 9(05)v99.
           05  filler                              pic x(04).
           05  ws-im-em                            pic 9(08).
           05  filler                              pic x(13).
           05  ws-im-forma                         pic x(01).
           05  filler                              pic x(196).

      *>----Pagamentos do dia segundo a auditoria (aluno + competência;
      *>----um estorno desativa, um novo pagamento substitui)
       01  ws-tab-auditoria.
           05  ws-ta-ent                           occurs 3000 times.
               10  ws-ta-aluno                     pic 9(05).
               10  ws-ta-anomes                    pic 9(06).
               10  ws-ta-pago                      pic 9(05)v99.
               10  ws-ta-usuario                   pic x(20).
               10  ws-ta-forma                     pic x(01).
               10  ws-ta-ativo                     pic x(01).
               10  ws-ta-casado                    pic x(01).
       77  ws-qtd-auditoria                        pic 9(04) value 0.
       77  ws-a                                    pic 9(04).
       77  ws-a-achado                             pic 9(04).

      *>----Cancelamentos do dia segundo a auditoria
       01  ws-tab-cancelamentos.
           05  ws-tc-ent                           occurs 500 times.
               10  ws-tc-aluno                     pic 9(05).
               10  ws-tc-anomes                    pic 9(06).
               10  ws-tc-valor                     pic 9(05)v99.
               10  ws-tc-usuario                   pic x(20).
               10  ws-tc-sit-arquivo               pic x(01).
       77  ws-qtd-cancelamentos                    pic 9(03) value 0.
       77  ws-c                                    pic 9(03).

      *>----Formas de pagamento (D, P, C, B e não informada)
       01  ws-formas-lit                           pic x(05) value "DPCB ".
       01  ws-formas redefines ws-formas-lit.
           05  ws-tf-codigo                        pic x(01) occurs 5 times.
       01  ws-nomes-forma-lit.
           05  filler                              pic x(14) value "Dinheiro".
           05  filler                              pic x(14) value "PIX".
           05  filler                              pic x(14) value "Cartão".
           05  filler                              pic x(14) value "Boleto".
           05  filler                              pic x(14) value "Não informada".
       01  ws-nomes-forma redefines ws-nomes-forma-lit.
           05  ws-tf-nome                          pic x(14) occurs 5 times.
       01  ws-totais-forma.
           05  ws-tf-ent                           occurs 5 times.
               10  ws-tf-qtd                       pic 9(05).
               10  ws-tf-valor                     pic 9(09)v99.
               10  ws-tf-aud-qtd                   pic 9(05).
               10  ws-tf-aud-valor                 pic 9(09)v99.
       77  ws-f                                    pic 9(01).
       77  ws-f-achado                             pic 9(01).
       77  ws-forma-busca                          pic x(01).

      *>----Totais por operador (arquivo, por forma, e auditoria)
       01  ws-tab-operadores.
           05  ws-to-ent                           occurs 50 times.
               10  ws-to-usuario                   pic x(20).
               10  ws-to-forma-ent                 occurs 5 times.
                   15  ws-to-qtd                   pic 9(05).
                   15  ws-to-valor                 pic 9(09)v99.
               10  ws-to-arq-qtd                   pic 9(05).
               10  ws-to-arq-valor                 pic 9(09)v99.
               10  ws-to-aud-qtd                   pic 9(05).
               10  ws-to-aud-valor                 pic 9(09)v99.
       77  ws-qtd-operadores                       pic 9(02) value 0.
       77  ws-o                                    pic 9(02).
       77  ws-o-achado                             pic 9(02).
       77  ws-oper-busca                           pic x(20).

      *>----Divergências, guardadas para a lista no fim do relatorio
       01  ws-tab-divergencias.
           05  ws-td-linha                         pic x(120) occurs 500 times.
       77  ws-qtd-divergencias                     pic 9(05) value 0.
       77  ws-d                                    pic 9(05).
       77  ws-divergencia                          pic x(120).

       77  ws-total-qtd                            pic 9(05) value 0.
       77  ws-total-valor                          pic 9(09)v99 value 0.
       77  ws-total-aud-qtd                        pic 9(05) value 0.
       77  ws-total-aud-valor                      pic 9(09)v99 value 0.

       01  ws-linha-detalhe.
           05  ws-ld-aluno                         pic 9(05).
           05  filler                              pic x(01) value space.
           05  ws-ld-nome                          pic x(25).
           05  filler                              pic x(01) value space.
           05  ws-ld-anomes                        pic 9(06).
           05  filler                              pic x(01) value space.
           05  ws-ld-valor                         pic zzzz9,99.
           05  filler                              pic x(01) value space.
           05  ws-ld-pago                          pic zzzz9,99.
           05  filler                              pic x(01) value space.
           05  ws-ld-forma                         pic x(14).
           05  filler                              pic x(01) value space.
           05  ws-ld-operador                      pic x(20).

       01  ws-linha-conferencia.
           05  ws-lc-nome                          pic x(20).
           05  filler                              pic x(02) value spaces.
           05  ws-lc-arq-qtd                       pic zzzz9.
           05  filler                              pic x(01) value space.
           05  ws-lc-arq-valor                     pic zzzzzzzz9,99.
           05  filler                              pic x(03) value spaces.
           05  ws-lc-aud-qtd                       pic zzzz9.
           05  filler                              pic x(01) value space.
           05  ws-lc-aud-valor                     pic zzzzzzzz9,99.
           05  filler                              pic x(03) value spaces.
           05  ws-lc-situacao                      pic x(10).

       77  ws-nome-operador                        pic x(20).
       77  ws-valor-edt                            pic zzzz9,99.
       77  ws-pago-edt                             pic zzzz9,99.
       77  ws-qtd-edt                              pic zzzz9.
       77  ws-valor-tot-edt                        pic zzzzzzzz9,99.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date (1:8) to ws-data-hoje
           move function current-date (9:6) to ws-hora-agora

           display "Data do caixa a fechar (AAAAMMDD, 0 = hoje):"
           accept ws-data-caixa
           if ws-data-caixa = 0
               move ws-data-hoje to ws-data-caixa
           end-if
           if ws-data-caixa < 20000101 or ws-data-caixa > ws-data-hoje
               display "Data invalida (futura ou anterior a 2000) - fechamento cancelado"
               move 16 to return-code
               stop run
           end-if

           move spaces to ws-usuario
           accept ws-usuario from environment "USERNAME"
           if ws-usuario = spaces
               accept ws-usuario from environment "USER"
           end-if

           initialize ws-totais-forma
           initialize ws-tab-operadores

           move spaces to ws-nome-relatorio
           string "Caixa_" ws-data-caixa ".txt"
               delimited by size into ws-nome-relatorio

           open input arqMensalidade
           if ws-fs-arqMensalidade  <> 00
           and ws-fs-arqMensalidade <> 05 then
               move 1                                         to ws-msn-erro-ofsset
               move ws-fs-arqMensalidade                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMensalidade.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-sem-auditoria
           open input arqAuditoria
           if ws-fs-arqAuditoria = 35 then
               move "S" to ws-sem-auditoria
           else
               if ws-fs-arqAuditoria <> 00 then
                   move 2                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. Auditoria.log "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqCadAluno
           if ws-fs-arqCadAluno  <> 00
           and ws-fs-arqCadAluno <> 05 then
               move 3                                    to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAluno "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqFechamento
           if ws-fs-arqFechamento  <> 00
           and ws-fs-arqFechamento <> 05 then
               move 4                                         to ws-msn-erro-ofsset
               move ws-fs-arqFechamento                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFechamento.dat "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-ja-fechado
           move ws-data-caixa to fd-fech-data
           read arqFechamento
           if ws-fs-arqFechamento = 0 then
               move "S" to ws-ja-fechado
               move fd-fechamento to ws-fechamento
               display "Caixa já fechado em " ws-fech-data-fechamento (7:2) "/"
                       ws-fech-data-fechamento (5:2) "/" ws-fech-data-fechamento (1:4)
                       " por " ws-fech-usuario " - o fechamento será refeito"
           else
               if ws-fs-arqFechamento <> 23 then
                   move 4                                         to ws-msn-erro-ofsset
                   move ws-fs-arqFechamento                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFechamento.dat "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 5                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                       to ws-msn-erro-cod
               move "Erro ao abrir arq. do relatório "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "===================================================" to fd-linha-relatorio
           write fd-linha-relatorio
           move spaces to fd-linha-relatorio
           string "      FECHAMENTO DE CAIXA - " ws-data-caixa (7:2) "/"
                  ws-data-caixa (5:2) "/" ws-data-caixa (1:4)
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move spaces to fd-linha-relatorio
           string "      Emitido em " ws-data-hoje (7:2) "/" ws-data-hoje (5:2) "/"
                  ws-data-hoje (1:4) " por " ws-usuario
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move "===================================================" to fd-linha-relatorio
           write fd-linha-relatorio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - a auditoria é carregada primeiro,
      *>  depois um passe por arqMensalidade confere pagamento a
      *>  pagamento; os quadros e as divergências fecham o relatorio
      *>------------------------------------------------------------------------
       processamento section.

           if not sem-auditoria
               perform carrega-auditoria
           end-if

           perform apura-pagamentos
           perform confere-auditoria-sem-pagamento

           perform relata-operadores
           perform relata-formas
           perform relata-cancelamentos
           perform relata-conferencia
           perform relata-divergencias

           perform grava-fechamento

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lê Auditoria.log inteiro e guarda os pagamentos com data de
      *>  pagamento no dia do caixa (PAGAMENTO / ESTORNOPAG) e os
      *>  cancelamentos feitos no dia (CANCELMENS)
      *>------------------------------------------------------------------------
       carrega-auditoria section.

           perform until ws-fs-arqAuditoria = 10

               read arqAuditoria next
               if  ws-fs-arqAuditoria = 0 then
                   move fd-linha-auditoria to ws-linha-aud
                   evaluate ws-la-op
                       when "PAGAMENTO"
                           perform decompoe-imagens
                           move ws-la-depois to ws-imagem-mens
                           if ws-im-rotulo = "mens:"
                           and ws-im-em is numeric
                           and ws-im-em = ws-data-caixa
                               perform registra-pagto-auditoria
                           end-if
                       when "ESTORNOPAG"
                           perform decompoe-imagens
                           move ws-la-antes to ws-imagem-mens
                           if ws-im-rotulo = "mens:"
                           and ws-im-em is numeric
                           and ws-im-em = ws-data-caixa
                               perform registra-estorno-auditoria
                           end-if
                       when "CANCELMENS"
                           if ws-la-data = ws-data-caixa
                               perform decompoe-imagens
                               move ws-la-antes to ws-imagem-mens
                               if ws-im-rotulo = "mens:"
                                   perform registra-cancelamento
                               end-if
                           end-if
                       when other
                           continue
                   end-evaluate
               else
                   if ws-fs-arqAuditoria <> 10 then
                       move 2                                   to ws-msn-erro-ofsset
                       move ws-fs-arqAuditoria                  to ws-msn-erro-cod
                       move "Erro ao ler arq. Auditoria.log "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           .
       carrega-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Destaca as imagens antes/depois da linha corrente. O "]" que
      *>  fecha a imagem depois fica fora das posições usadas aqui.
      *>------------------------------------------------------------------------
       decompoe-imagens section.

           move spaces to ws-la-antes
           move spaces to ws-la-depois
           unstring ws-linha-aud
               delimited by " antes:[" or "] depois:["
               into ws-la-descarte
                    ws-la-antes
                    ws-la-depois
           end-unstring

           .
       decompoe-imagens-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pagamento da auditoria com data no dia do caixa: entra na
      *>  tabela, ou substitui o pagamento anterior da mesma mensalidade
      *>------------------------------------------------------------------------
       registra-pagto-auditoria section.

           perform acha-pagto-auditoria

           if ws-a-achado = 0
               if ws-qtd-auditoria = 3000
                   move 6                                           to ws-msn-erro-ofsset
                   move 0                                           to ws-msn-erro-cod
                   move "Tabela de pagamentos da auditoria cheia "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-auditoria
               move ws-qtd-auditoria to ws-a-achado
               move ws-la-cod        to ws-ta-aluno (ws-a-achado)
               move ws-im-anomes     to ws-ta-anomes (ws-a-achado)
           end-if

           if ws-im-pago is numeric
               move ws-im-pago to ws-ta-pago (ws-a-achado)
           else
               move 0          to ws-ta-pago (ws-a-achado)
           end-if
           move ws-la-usuario to ws-ta-usuario (ws-a-achado)
           move ws-im-forma   to ws-ta-forma (ws-a-achado)
           move "S"           to ws-ta-ativo (ws-a-achado)
           move "N"           to ws-ta-casado (ws-a-achado)

           .
       registra-pagto-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estorno de um pagamento com data no dia do caixa: o pagamento
      *>  deixa de contar
      *>------------------------------------------------------------------------
       registra-estorno-auditoria section.

           perform acha-pagto-auditoria

           if ws-a-achado <> 0
               move "N" to ws-ta-ativo (ws-a-achado)
           end-if

           .
       registra-estorno-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura na tabela da auditoria a mensalidade da linha
      *>  corrente (cod. + competência da imagem); 0 = não achou
      *>------------------------------------------------------------------------
       acha-pagto-auditoria section.

           move 0 to ws-a-achado
           perform varying ws-a from 1 by 1
                   until ws-a > ws-qtd-auditoria
                      or ws-a-achado <> 0
               if ws-ta-aluno (ws-a)  = ws-la-cod
               and ws-ta-anomes (ws-a) = ws-im-anomes
                   move ws-a to ws-a-achado
               end-if
           end-perform

           .
       acha-pagto-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cancelamento feito no dia: guarda para o quadro e confere
      *>  que a mensalidade está cancelada no arquivo
      *>------------------------------------------------------------------------
       registra-cancelamento section.

           if ws-qtd-cancelamentos = 500
               move 7                                       to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Tabela de cancelamentos do dia cheia " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-cancelamentos
           move ws-qtd-cancelamentos to ws-c
           move ws-la-cod     to ws-tc-aluno (ws-c)
           move ws-im-anomes  to ws-tc-anomes (ws-c)
           if ws-im-valor is numeric
               move ws-im-valor to ws-tc-valor (ws-c)
           else
               move 0           to ws-tc-valor (ws-c)
           end-if
           move ws-la-usuario to ws-tc-usuario (ws-c)

           move ws-la-cod    to fd-mens-aluno
           move ws-im-anomes to fd-mens-anomes
           read arqMensalidade
           if ws-fs-arqMensalidade = 0 then
               move fd-mens-situacao to ws-tc-sit-arquivo (ws-c)
           else
               if ws-fs-arqMensalidade = 23 then
                   move "?" to ws-tc-sit-arquivo (ws-c)
               else
                   move 1                                        to ws-msn-erro-ofsset
                   move ws-fs-arqMensalidade                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqMensalidade.dat "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tc-sit-arquivo (ws-c) <> "X"
               move spaces to ws-divergencia
               string "aluno " ws-tc-aluno (ws-c)
                      " mens " ws-tc-anomes (ws-c)
                      " - CANCELMENS na auditoria, mensalidade não cancelada no arquivo (sit:"
                      ws-tc-sit-arquivo (ws-c) ")"
                   delimited by size into ws-divergencia
               perform registra-divergencia
           end-if

           .
       registra-cancelamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passe por arqMensalidade: cada mensalidade paga no dia do
      *>  caixa sai no relatorio, soma nos totais e é conferida com a
      *>  auditoria
      *>------------------------------------------------------------------------
       apura-pagamentos section.

           move "PAGAMENTOS DO DIA" to fd-linha-relatorio
           write fd-linha-relatorio
           move "Cod.  Aluno                     Compet.  Cobrado    Pago Forma         Operador" to fd-linha-relatorio
           write fd-linha-relatorio
           move "---------------------------------------------------------------------------------------" to fd-linha-relatorio
           write fd-linha-relatorio

           move low-values to fd-mens-chave
           start arqMensalidade key is not less than fd-mens-chave
           if ws-fs-arqMensalidade <> 0 then
               move 10 to ws-fs-arqMensalidade *>arquivo vazio
           end-if

           perform until ws-fs-arqMensalidade = 10

               read arqMensalidade next
               if  ws-fs-arqMensalidade = 0 then
                   move fd-mensalidades to ws-mensalidades
                   if mensalidade-paga
                   and ws-mens-data-pagto = ws-data-caixa
                       perform relata-pagamento
                       perform confere-pagamento
                   end-if
               else
                   if ws-fs-arqMensalidade <> 10 then
                       move 1                                        to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidade                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqMensalidade.dat "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           if ws-total-qtd = 0
               move "(nenhum pagamento com data no dia)" to fd-linha-relatorio
               write fd-linha-relatorio
           end-if

           .
       apura-pagamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do pagamento (em ws-mensalidades) e acumulo nos totais
      *>  do operador e da forma
      *>------------------------------------------------------------------------
       relata-pagamento section.

           move ws-mens-forma-pagto to ws-forma-busca
           perform acha-forma

           move ws-mens-oper-pagto to ws-oper-busca
           perform acha-operador

           move ws-mens-aluno to fd-ind
           read arqCadAluno
           if ws-fs-arqCadAluno <> 0
               move "(aluno não cadastrado)" to fd-aluno
           end-if

           move ws-mens-aluno          to ws-ld-aluno
           move fd-aluno               to ws-ld-nome
           move ws-mens-anomes         to ws-ld-anomes
           move ws-mens-valor          to ws-ld-valor
           move ws-mens-valor-pago     to ws-ld-pago
           move ws-tf-nome (ws-f-achado) to ws-ld-forma
           move ws-mens-oper-pagto     to ws-ld-operador
           if ws-mens-oper-pagto = spaces
               move "(não informado)" to ws-ld-operador
           end-if
           move ws-linha-detalhe to fd-linha-relatorio
           write fd-linha-relatorio

           add 1                  to ws-tf-qtd (ws-f-achado)
           add ws-mens-valor-pago to ws-tf-valor (ws-f-achado)

           add 1                  to ws-to-qtd (ws-o-achado ws-f-achado)
           add ws-mens-valor-pago to ws-to-valor (ws-o-achado ws-f-achado)
           add 1                  to ws-to-arq-qtd (ws-o-achado)
           add ws-mens-valor-pago to ws-to-arq-valor (ws-o-achado)

           add 1                  to ws-total-qtd
           add ws-mens-valor-pago to ws-total-valor

           .
       relata-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o pagamento do arquivo com a linha PAGAMENTO da
      *>  auditoria da mesma mensalidade
      *>------------------------------------------------------------------------
       confere-pagamento section.

           move ws-mens-aluno  to ws-la-cod
           move ws-mens-anomes to ws-im-anomes
           perform acha-pagto-auditoria

           if ws-a-achado = 0
           or ws-ta-ativo (ws-a-achado) <> "S"
               move spaces to ws-divergencia
               string "aluno " ws-mens-aluno
                      " mens " ws-mens-anomes
                      " - pago no arquivo sem linha PAGAMENTO na auditoria"
                   delimited by size into ws-divergencia
               perform registra-divergencia
               exit section
           end-if

           move "S" to ws-ta-casado (ws-a-achado)

           if ws-ta-pago (ws-a-achado) <> ws-mens-valor-pago
               move ws-mens-valor-pago       to ws-pago-edt
               move ws-ta-pago (ws-a-achado) to ws-valor-edt
               move spaces to ws-divergencia
               string "aluno " ws-mens-aluno
                      " mens " ws-mens-anomes
                      " - valor pago no arquivo " ws-pago-edt
                      " na auditoria " ws-valor-edt
                   delimited by size into ws-divergencia
               perform registra-divergencia
           end-if

           if ws-mens-oper-pagto <> spaces
           and ws-ta-usuario (ws-a-achado) <> ws-mens-oper-pagto
               move spaces to ws-divergencia
               string "aluno " ws-mens-aluno
                      " mens " ws-mens-anomes
                      " - operador no arquivo " ws-mens-oper-pagto
                      " na auditoria " ws-ta-usuario (ws-a-achado)
                   delimited by size into ws-divergencia
               perform registra-divergencia
           end-if

           if ws-mens-forma-pagto <> space
           and ws-ta-forma (ws-a-achado) <> space
           and ws-ta-forma (ws-a-achado) <> ws-mens-forma-pagto
               move spaces to ws-divergencia
               string "aluno " ws-mens-aluno
                      " mens " ws-mens-anomes
                      " - forma no arquivo " ws-mens-forma-pagto
                      " na auditoria " ws-ta-forma (ws-a-achado)
                   delimited by size into ws-divergencia
               perform registra-divergencia
           end-if

           .
       confere-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pagamentos da auditoria que não acharam pagamento no arquivo
      *>  viram divergência; todos os ativos somam nos totais da
      *>  auditoria por operador e forma
      *>------------------------------------------------------------------------
       confere-auditoria-sem-pagamento section.

           perform varying ws-a from 1 by 1 until ws-a > ws-qtd-auditoria

               if ws-ta-ativo (ws-a) = "S"
                   move ws-ta-forma (ws-a) to ws-forma-busca
                   perform acha-forma
                   move ws-ta-usuario (ws-a) to ws-oper-busca
                   perform acha-operador

                   add 1                  to ws-tf-aud-qtd (ws-f-achado)
                   add ws-ta-pago (ws-a)  to ws-tf-aud-valor (ws-f-achado)
                   add 1                  to ws-to-aud-qtd (ws-o-achado)
                   add ws-ta-pago (ws-a)  to ws-to-aud-valor (ws-o-achado)
                   add 1                  to ws-total-aud-qtd
                   add ws-ta-pago (ws-a)  to ws-total-aud-valor

                   if ws-ta-casado (ws-a) <> "S"
                       move ws-ta-pago (ws-a) to ws-valor-edt
                       move spaces to ws-divergencia
                       string "aluno " ws-ta-aluno (ws-a)
                              " mens " ws-ta-anomes (ws-a)
                              " - PAGAMENTO na auditoria (" ws-valor-edt
                              " por " ws-ta-usuario (ws-a)
                              ") sem pagamento no arquivo"
                           delimited by size into ws-divergencia
                       perform registra-divergencia
                   end-if
               end-if

           end-perform

           .
       confere-auditoria-sem-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Indice da forma de pagamento em ws-forma-busca (forma
      *>  desconhecida ou em branco = 5, não informada)
      *>------------------------------------------------------------------------
       acha-forma section.

           move 5 to ws-f-achado
           perform varying ws-f from 1 by 1 until ws-f > 4
               if ws-tf-codigo (ws-f) = ws-forma-busca
                   move ws-f to ws-f-achado
               end-if
           end-perform

           .
       acha-forma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Indice do operador em ws-oper-busca na tabela de operadores,
      *>  incluindo o operador na primeira vez que aparece
      *>------------------------------------------------------------------------
       acha-operador section.

           move 0 to ws-o-achado
           perform varying ws-o from 1 by 1
                   until ws-o > ws-qtd-operadores
                      or ws-o-achado <> 0
               if ws-to-usuario (ws-o) = ws-oper-busca
                   move ws-o to ws-o-achado
               end-if
           end-perform

           if ws-o-achado = 0
               if ws-qtd-operadores = 50
                   move 8                                   to ws-msn-erro-ofsset
                   move 0                                   to ws-msn-erro-cod
                   move "Tabela de operadores cheia "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-operadores
               move ws-qtd-operadores to ws-o-achado
               move ws-oper-busca     to ws-to-usuario (ws-o-achado)
           end-if

           .
       acha-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda a divergência em ws-divergencia para a lista final
      *>  (além de 500 só conta)
      *>------------------------------------------------------------------------
       registra-divergencia section.

           add 1 to ws-qtd-divergencias
           if ws-qtd-divergencias <= 500
               move ws-divergencia to ws-td-linha (ws-qtd-divergencias)
           end-if

           .
       registra-divergencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quadro por operador, aberto por forma de pagamento
      *>------------------------------------------------------------------------
       relata-operadores section.

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           move "RECEBIDO POR OPERADOR E FORMA DE PAGAMENTO" to fd-linha-relatorio
           write fd-linha-relatorio
           move "---------------------------------------------------" to fd-linha-relatorio
           write fd-linha-relatorio

           perform varying ws-o from 1 by 1 until ws-o > ws-qtd-operadores

               if ws-to-arq-qtd (ws-o) > 0
                   move ws-to-usuario (ws-o) to ws-nome-operador
                   if ws-nome-operador = spaces
                       move "(não informado)" to ws-nome-operador
                   end-if
                   move ws-to-arq-qtd (ws-o)   to ws-qtd-edt
                   move ws-to-arq-valor (ws-o) to ws-valor-tot-edt
                   move spaces to fd-linha-relatorio
                   string ws-nome-operador
                          "   qtd " ws-qtd-edt
                          "  valor " ws-valor-tot-edt
                       delimited by size into fd-linha-relatorio
                   write fd-linha-relatorio

                   perform varying ws-f from 1 by 1 until ws-f > 5
                       if ws-to-qtd (ws-o ws-f) > 0
                           move ws-to-qtd (ws-o ws-f)   to ws-qtd-edt
                           move ws-to-valor (ws-o ws-f) to ws-valor-tot-edt
                           move spaces to fd-linha-relatorio
                           string "    " ws-tf-nome (ws-f)
                                  "        qtd " ws-qtd-edt
                                  "  valor " ws-valor-tot-edt
                               delimited by size into fd-linha-relatorio
                           write fd-linha-relatorio
                       end-if
                   end-perform
               end-if

           end-perform

           .
       relata-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quadro por forma de pagamento e total geral do dia
      *>------------------------------------------------------------------------
       relata-formas section.

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           move "RECEBIDO POR FORMA DE PAGAMENTO" to fd-linha-relatorio
           write fd-linha-relatorio
           move "---------------------------------------------------" to fd-linha-relatorio
           write fd-linha-relatorio

           perform varying ws-f from 1 by 1 until ws-f > 5
               move ws-tf-qtd (ws-f)   to ws-qtd-edt
               move ws-tf-valor (ws-f) to ws-valor-tot-edt
               move spaces to fd-linha-relatorio
               string ws-tf-codigo (ws-f) " " ws-tf-nome (ws-f)
                      "     qtd " ws-qtd-edt
                      "  valor " ws-valor-tot-edt
                   delimited by size into fd-linha-relatorio
               write fd-linha-relatorio
           end-perform

           move "---------------------------------------------------" to fd-linha-relatorio
           write fd-linha-relatorio
           move ws-total-qtd   to ws-qtd-edt
           move ws-total-valor to ws-valor-tot-edt
           move spaces to fd-linha-relatorio
           string "Total do dia         qtd " ws-qtd-edt
                  "  valor " ws-valor-tot-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio

           .
       relata-formas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cancelamentos de cobrança feitos no dia (linhas CANCELMENS)
      *>------------------------------------------------------------------------
       relata-cancelamentos section.

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           move "CANCELAMENTOS DO DIA (AUDITORIA)" to fd-linha-relatorio
           write fd-linha-relatorio
           move "---------------------------------------------------" to fd-linha-relatorio
           write fd-linha-relatorio

           if ws-qtd-cancelamentos = 0
               move "(nenhum cancelamento no dia)" to fd-linha-relatorio
               write fd-linha-relatorio
           end-if

           perform varying ws-c from 1 by 1 until ws-c > ws-qtd-cancelamentos
               move ws-tc-valor (ws-c) to ws-valor-edt
               move spaces to fd-linha-relatorio
               string "aluno " ws-tc-aluno (ws-c)
                      " mens " ws-tc-anomes (ws-c)
                      " valor " ws-valor-edt
                      " por " ws-tc-usuario (ws-c)
                      " sit. no arquivo " ws-tc-sit-arquivo (ws-c)
                   delimited by size into fd-linha-relatorio
               write fd-linha-relatorio
           end-perform

           .
       relata-cancelamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferência dos totais do arquivo com os da auditoria, por
      *>  operador e por forma de pagamento
      *>------------------------------------------------------------------------
       relata-conferencia section.

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           move "CONFERENCIA COM A AUDITORIA" to fd-linha-relatorio
           write fd-linha-relatorio
           if sem-auditoria
               move "(Auditoria.log não encontrado)" to fd-linha-relatorio
               write fd-linha-relatorio
           end-if
           move "                      -------- arquivo   ------- auditoria" to fd-linha-relatorio
           write fd-linha-relatorio
           move "                        qtd        valor     qtd        valor" to fd-linha-relatorio
           write fd-linha-relatorio
           move "---------------------------------------------------------------------------" to fd-linha-relatorio
           write fd-linha-relatorio

           perform varying ws-o from 1 by 1 until ws-o > ws-qtd-operadores
               move ws-to-usuario (ws-o) to ws-lc-nome
               if ws-lc-nome = spaces
                   move "(não informado)" to ws-lc-nome
               end-if
               move ws-to-arq-qtd (ws-o)   to ws-lc-arq-qtd
               move ws-to-arq-valor (ws-o) to ws-lc-arq-valor
               move ws-to-aud-qtd (ws-o)   to ws-lc-aud-qtd
               move ws-to-aud-valor (ws-o) to ws-lc-aud-valor
               move spaces to ws-lc-situacao
               if ws-to-arq-qtd (ws-o)   <> ws-to-aud-qtd (ws-o)
               or ws-to-arq-valor (ws-o) <> ws-to-aud-valor (ws-o)
                   move "DIVERGE" to ws-lc-situacao
               end-if
               move ws-linha-conferencia to fd-linha-relatorio
               write fd-linha-relatorio
           end-perform

           move "---------------------------------------------------------------------------" to fd-linha-relatorio
           write fd-linha-relatorio

           perform varying ws-f from 1 by 1 until ws-f > 5
               move ws-tf-nome (ws-f)      to ws-lc-nome
               move ws-tf-qtd (ws-f)       to ws-lc-arq-qtd
               move ws-tf-valor (ws-f)     to ws-lc-arq-valor
               move ws-tf-aud-qtd (ws-f)   to ws-lc-aud-qtd
               move ws-tf-aud-valor (ws-f) to ws-lc-aud-valor
               move spaces to ws-lc-situacao
               if ws-tf-qtd (ws-f)   <> ws-tf-aud-qtd (ws-f)
               or ws-tf-valor (ws-f) <> ws-tf-aud-valor (ws-f)
                   move "DIVERGE" to ws-lc-situacao
               end-if
               move ws-linha-conferencia to fd-linha-relatorio
               write fd-linha-relatorio
           end-perform

           move "---------------------------------------------------------------------------" to fd-linha-relatorio
           write fd-linha-relatorio

           move "Total do dia"       to ws-lc-nome
           move ws-total-qtd         to ws-lc-arq-qtd
           move ws-total-valor       to ws-lc-arq-valor
           move ws-total-aud-qtd     to ws-lc-aud-qtd
           move ws-total-aud-valor   to ws-lc-aud-valor
           move spaces to ws-lc-situacao
           if ws-total-qtd   <> ws-total-aud-qtd
           or ws-total-valor <> ws-total-aud-valor
               move "DIVERGE" to ws-lc-situacao
           end-if
           move ws-linha-conferencia to fd-linha-relatorio
           write fd-linha-relatorio

           .
       relata-conferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista das divergências encontradas na conferência
      *>------------------------------------------------------------------------
       relata-divergencias section.

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           move "DIVERGENCIAS" to fd-linha-relatorio
           write fd-linha-relatorio
           move "---------------------------------------------------" to fd-linha-relatorio
           write fd-linha-relatorio

           if ws-qtd-divergencias = 0
               move "(nenhuma divergência entre o arquivo e a auditoria)" to fd-linha-relatorio
               write fd-linha-relatorio
           end-if

           perform varying ws-d from 1 by 1
                   until ws-d > ws-qtd-divergencias
                      or ws-d > 500
               move ws-td-linha (ws-d) to fd-linha-relatorio
               write fd-linha-relatorio
           end-perform

           if ws-qtd-divergencias > 500
               move ws-qtd-divergencias to ws-qtd-edt
               move spaces to fd-linha-relatorio
               string "(só as 500 primeiras listadas - total " ws-qtd-edt ")"
                   delimited by size into fd-linha-relatorio
               write fd-linha-relatorio
           end-if

           move "===================================================" to fd-linha-relatorio
           write fd-linha-relatorio
           move ws-qtd-divergencias to ws-qtd-edt
           move spaces to fd-linha-relatorio
           string "Divergências: " ws-qtd-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio

           .
       relata-divergencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra (ou atualiza) o dia como fechado em arqFechamento
      *>------------------------------------------------------------------------
       grava-fechamento section.

           move ws-data-caixa       to ws-fech-data
           move ws-data-hoje        to ws-fech-data-fechamento
           move ws-hora-agora       to ws-fech-hora-fechamento
           move ws-usuario          to ws-fech-usuario
           move ws-total-qtd        to ws-fech-qtd-pagtos
           move ws-total-valor      to ws-fech-valor-total
           move ws-qtd-divergencias to ws-fech-divergencias

           move ws-fechamento to fd-fechamento
           if dia-ja-fechado
               rewrite fd-fechamento
           else
               write fd-fechamento
           end-if
           if ws-fs-arqFechamento <> 0 then
               move 4                                          to ws-msn-erro-ofsset
               move ws-fs-arqFechamento                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqFechamento.dat "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       grava-fechamento-exit.
           exit.

       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           move 16 to return-code
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           close arqMensalidade
           if not sem-auditoria
               close arqAuditoria
           end-if
           close arqCadAluno
           close arqFechamento
           close arqRelatorio

           move ws-total-valor to ws-valor-tot-edt
           display "Caixa de " ws-data-caixa (7:2) "/" ws-data-caixa (5:2) "/"
                   ws-data-caixa (1:4) " fechado"
           display "Pagamentos do dia : " ws-total-qtd
           display "Valor recebido    : " ws-valor-tot-edt
           display "Divergências      : " ws-qtd-divergencias
           display "Relatorio em " ws-nome-relatorio

           if ws-qtd-divergencias > 0
               move 8 to return-code
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
