      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "BaixaRetornoBanco".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Job diario do financeiro: baixa automatica das mensalidades
      *>pagas por boleto, a partir do arquivo retorno de cobrança do
      *>banco (RetornoBanco.txt, CNAB 240 ou CNAB 400 - o padrão é
      *>reconhecido pelo header; layout em RETORNO.cpy).
      *>
      *>Cada liquidação do retorno (ocorrência 06 ou 17) casa com
      *>arqMensalidade pelo aluno + competência da identificação do
      *>titulo. Mensalidade em aberto com o valor cobrado igual ao
      *>valor pago é baixada como paga (situação P, data e valor do
      *>pagamento), com linha PAGAMENTO na trilha de auditoria em nome
      *>do usuario de lote RETORNOBANCO. O que não casa vai para
      *>RejeitadosRetorno.txt com o motivo - mensalidade não gerada,
      *>já paga, cancelada, isenta ou valor pago diferente do cobrado
      *>(o valor cobrado é o liquido, já com o desconto do aluno) -
      *>para a secretaria tratar pela opção 'Pg'.
      *>
      *>Reprocessar o mesmo retorno não baixa nada duas vezes: a
      *>mensalidade já paga com a mesma data e o mesmo valor do
      *>retorno é só contada como já baixada, sem nova gravação.
      *>
      *>A baixa grava a forma de pagamento B (boleto) e o operador
      *>RETORNOBANCO na mensalidade. Liquidação com data de pagamento
      *>num dia de caixa já fechado (arqFechamento, job
      *>FechamentoCaixa) é rejeitada: o lançamento retroativo fica
      *>com a administração, pela opção 'Pg'.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
           select arqRetorno assign to "RetornoBanco.txt"
           organization is line sequential
           file status is ws-fs-arqRetorno.

           select arqRejeitados assign to "RejeitadosRetorno.txt"
           organization is line sequential
           file status is ws-fs-arqRejeitados.

           select arqMensalidade assign to "arqMensalidade.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mens-chave
           file status is ws-fs-arqMensalidade.

           select arqFechamento assign to "arqFechamento.dat"
           organization is indexed
           access mode is random
           record key is fd-fech-data
           file status is ws-fs-arqFechamento.

           select arqAuditoria assign to "Auditoria.log"
           organization is line sequential
           file status is ws-fs-arqAuditoria.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqRetorno
           record contains 400 characters.
       01  fd-linha-retorno                        pic x(400).

       fd arqRejeitados
           record contains 130 characters.
       01  fd-linha-rejeitado                      pic x(130).

       fd arqMensalidade.
           copy MENSALIDADE.

       fd arqFechamento.
           copy FECHAMENTO.

       fd arqAuditoria
           record contains 650 characters.
           copy AUDITORIA.

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqRetorno                        pic  9(02).
       77  ws-fs-arqRejeitados                     pic  9(02).
       77  ws-fs-arqMensalidade                    pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqFechamento                     pic  9(02).

           copy MSGERRO.

           copy MENSALIDADEWS.

           copy RETORNO.

      *>----Padrão do arquivo, reconhecido pelo header
       77  ws-padrao-cnab                          pic x(03).
           88  cnab-400                            value "400".
           88  cnab-240                            value "240".
           88  cnab-nao-reconhecido                value spaces.

      *>----Titulo em tratamento (normalizado dos dois padrões)
       77  ws-tem-segmento-t                       pic x(01).
           88  segmento-t-lido                     value "S".
       77  ws-ret-ocorrencia                       pic x(02).
           88  ocorrencia-liquidacao               value "06" "17".
       01  ws-ret-id-titulo.
           05  ws-ret-id-aluno                     pic x(05).
           05  ws-ret-id-anomes                    pic x(06).
           05  filler                              pic x(14).
       77  ws-ret-aluno                            pic 9(05).
       77  ws-ret-anomes                           pic 9(06).
       77  ws-ret-valor-pago                       pic 9(11)v99.
       77  ws-ret-data-pagto                       pic 9(08).
       77  ws-motivo-rejeicao                      pic x(40).

      *>----Fechamento de caixa (arquivo ainda inexistente = nenhum dia fechado)
       77  ws-sem-fechamento                       pic x(01).
           88  sem-fechamento                      value "S".
       77  ws-dia-fechado                          pic x(01).
           88  dia-fechado                         value "S".

       77  ws-valor-edt                            pic zzzzzzzz9,99.
       77  ws-valor-cob-edt                        pic zzzz9,99.

       77  ws-total-detalhes                       pic 9(05) value 0.
       77  ws-total-liquidacoes                    pic 9(05) value 0.
       77  ws-total-baixadas                       pic 9(05) value 0.
       77  ws-total-ja-baixadas                    pic 9(05) value 0.
       77  ws-total-rejeitadas                     pic 9(05) value 0.
       77  ws-total-ignoradas                      pic 9(05) value 0.
       77  ws-valor-baixado                        pic 9(09)v99 value 0.

       77  ws-aud-operacao                          pic x(10).
       77  ws-aud-antes                             pic x(260).
       77  ws-aud-depois                            pic x(260).
       77  ws-aud-usuario                           pic x(20).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           open input arqRetorno
           if ws-fs-arqRetorno <> 00 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqRetorno                       to ws-msn-erro-cod
               move "Erro ao abrir arq. RetornoBanco.txt " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRejeitados
           if ws-fs-arqRejeitados <> 00 then
               move 2                                            to ws-msn-erro-ofsset
               move ws-fs-arqRejeitados                          to ws-msn-erro-cod
               move "Erro ao abrir arq. RejeitadosRetorno.txt "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqMensalidade
           if ws-fs-arqMensalidade  <> 00
           and ws-fs-arqMensalidade <> 05 then
               move 3                                         to ws-msn-erro-ofsset
               move ws-fs-arqMensalidade                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMensalidade.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqAuditoria
           if ws-fs-arqAuditoria <> 00
           and ws-fs-arqAuditoria <> 05 then
               move 9                                    to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                   to ws-msn-erro-cod
               move "Erro ao abrir arq. Auditoria.log "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-sem-fechamento
           open input arqFechamento
           if ws-fs-arqFechamento = 35 then
               move "S" to ws-sem-fechamento
           else
               if ws-fs-arqFechamento <> 00 then
                   move 4                                         to ws-msn-erro-ofsset
                   move ws-fs-arqFechamento                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqFechamento.dat "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move spaces to ws-padrao-cnab
           move "N"    to ws-tem-segmento-t

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - a primeira linha (header) define o
      *>  padrão do arquivo; as demais são tratadas conforme o padrão
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fs-arqRetorno = 10

               read arqRetorno next
               if  ws-fs-arqRetorno = 0 then
                   move fd-linha-retorno to ws-ret-linha
                   evaluate true
                       when cnab-nao-reconhecido
                           perform reconhece-padrao
                       when cnab-400
                           perform trata-linha-400
                       when cnab-240
                           perform trata-linha-240
                   end-evaluate
               else
                   if ws-fs-arqRetorno <> 10 then
                       move 1                                     to ws-msn-erro-ofsset
                       move ws-fs-arqRetorno                      to ws-msn-erro-cod
                       move "Erro ao ler arq. RetornoBanco.txt "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           if cnab-nao-reconhecido
               display "RetornoBanco.txt vazio ou sem header de retorno - nada baixado"
               move 16 to return-code
               stop run
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reconhece o padrão pelo header de arquivo - arquivo que não
      *>  começa por um header de retorno conhecido é recusado inteiro
      *>  antes de qualquer baixa
      *>------------------------------------------------------------------------
       reconhece-padrao section.

           evaluate true
               when ws-ret400-hdr-tipo = "0"
               and  ws-ret400-hdr-retorno = "2RETORNO"
                   move "400" to ws-padrao-cnab
               when ws-ret240-tipo = "0"
               and  ws-ret-linha (143:1) = "2"
                   move "240" to ws-padrao-cnab
               when other
                   display "Header não reconhecido como retorno CNAB 240/400: "
                   display ws-ret-linha (1:80)
                   move 16 to return-code
                   stop run
           end-evaluate

           display "Retorno no padrão CNAB " ws-padrao-cnab

           .
       reconhece-padrao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  CNAB 400 - cada detalhe tipo 1 traz o titulo inteiro
      *>------------------------------------------------------------------------
       trata-linha-400 section.

           if ws-ret400-tipo <> "1"
               exit section *>header/trailer
           end-if

           add 1 to ws-total-detalhes
           move ws-ret400-ocorrencia to ws-ret-ocorrencia
           if not ocorrencia-liquidacao
               add 1 to ws-total-ignoradas
               exit section
           end-if

           move ws-ret400-id-titulo  to ws-ret-id-titulo
           move ws-ret400-valor-pago to ws-ret-valor-pago
           compute ws-ret-data-pagto =
               (2000 + ws-ret400-ocorr-ano) * 10000
               + ws-ret400-ocorr-mes * 100 + ws-ret400-ocorr-dia

           perform trata-liquidacao

           .
       trata-linha-400-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  CNAB 240 - o segmento T guarda a identificação do titulo e a
      *>  ocorrência; o segmento U seguinte completa valor e data
      *>------------------------------------------------------------------------
       trata-linha-240 section.

           if ws-ret240-tipo <> "3"
               exit section *>headers/trailers de arquivo e de lote
           end-if

           evaluate ws-ret240-segmento
               when "T"
                   add 1 to ws-total-detalhes
                   move "S"                   to ws-tem-segmento-t
                   move ws-ret240-movimento   to ws-ret-ocorrencia
                   move ws-ret240t-id-titulo  to ws-ret-id-titulo
               when "U"
                   if segmento-t-lido
                       move "N" to ws-tem-segmento-t
                       if ocorrencia-liquidacao
                           move ws-ret240u-valor-pago to ws-ret-valor-pago
                           compute ws-ret-data-pagto =
                               ws-ret240u-ocorr-ano * 10000
                               + ws-ret240u-ocorr-mes * 100
                               + ws-ret240u-ocorr-dia
                           perform trata-liquidacao
                       else
                           add 1 to ws-total-ignoradas
                       end-if
                   end-if
               when other
                   continue *>demais segmentos opcionais
           end-evaluate

           .
       trata-linha-240-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Casa a liquidação normalizada (ws-ret-*) com a mensalidade
      *>  do aluno + competência e baixa, relata como já baixada ou
      *>  rejeita com o motivo
      *>------------------------------------------------------------------------
       trata-liquidacao section.

           add 1 to ws-total-liquidacoes

           if ws-ret-id-aluno  not numeric
           or ws-ret-id-anomes not numeric
               move 0 to ws-ret-aluno
               move 0 to ws-ret-anomes
               move "identificação do titulo ilegivel" to ws-motivo-rejeicao
               perform rejeita-liquidacao
               exit section
           end-if

           move ws-ret-id-aluno  to ws-ret-aluno
           move ws-ret-id-anomes to ws-ret-anomes

           move ws-ret-aluno  to fd-mens-aluno
           move ws-ret-anomes to fd-mens-anomes
           read arqMensalidade
           if ws-fs-arqMensalidade <> 0 then
               if ws-fs-arqMensalidade = 23 then
                   move "mensalidade não gerada" to ws-motivo-rejeicao
                   perform rejeita-liquidacao
                   exit section
               else
                   move 3                                        to ws-msn-erro-ofsset
                   move ws-fs-arqMensalidade                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqMensalidade.dat "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move fd-mensalidades to ws-mensalidades

           perform verifica-dia-fechado

           evaluate true
               when mensalidade-paga
               and  ws-mens-data-pagto = ws-ret-data-pagto
               and  ws-mens-valor-pago = ws-ret-valor-pago
                   add 1 to ws-total-ja-baixadas *>reprocessamento do retorno
               when dia-fechado
                   move "caixa do dia do pagamento já fechado" to ws-motivo-rejeicao
                   perform rejeita-liquidacao
               when mensalidade-paga
                   move "mensalidade já paga" to ws-motivo-rejeicao
                   perform rejeita-liquidacao
               when mensalidade-cancelada
                   move "mensalidade cancelada" to ws-motivo-rejeicao
                   perform rejeita-liquidacao
               when mensalidade-isenta
                   move "mensalidade isenta (desconto integral)" to ws-motivo-rejeicao
                   perform rejeita-liquidacao
               when ws-ret-valor-pago <> ws-mens-valor
                   move ws-mens-valor to ws-valor-cob-edt
                   move spaces to ws-motivo-rejeicao
                   string "valor pago difere do cobrado ("
                          ws-valor-cob-edt ")"
                       delimited by size into ws-motivo-rejeicao
                   perform rejeita-liquidacao
               when other
                   perform baixa-liquidacao
           end-evaluate

           .
       trata-liquidacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Baixa a mensalidade corrente (em ws-mensalidades) como paga
      *>  e audita a baixa, no mesmo formato da opção 'Pg'
      *>------------------------------------------------------------------------
       baixa-liquidacao section.

           move spaces to ws-aud-antes
           string "mens:" ws-mens-anomes
                  " valor:" ws-mens-valor
                  " sit:" ws-mens-situacao
               delimited by size into ws-aud-antes

           move ws-ret-data-pagto to ws-mens-data-pagto
           move ws-ret-valor-pago to ws-mens-valor-pago
           move "P"               to ws-mens-situacao
           move "B"               to ws-mens-forma-pagto
           move "RETORNOBANCO"    to ws-mens-oper-pagto

           move spaces to ws-aud-depois
           string "mens:" ws-mens-anomes
                  " valor:" ws-mens-valor
                  " pago:" ws-mens-valor-pago
                  " em:" ws-mens-data-pagto
                  " sit:P"
                  " forma:" ws-mens-forma-pagto
               delimited by size into ws-aud-depois

           move ws-mensalidades to fd-mensalidades
           rewrite fd-mensalidades
           if ws-fs-arqMensalidade <> 0 then
               move 3                                          to ws-msn-erro-ofsset
               move ws-fs-arqMensalidade                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqMensalidade.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "PAGAMENTO" to ws-aud-operacao
           perform grava-auditoria

           add 1                  to ws-total-baixadas
           add ws-mens-valor-pago to ws-valor-baixado

           .
       baixa-liquidacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verifica se o dia da data de pagamento do retorno já teve o
      *>  caixa fechado (registro em arqFechamento)
      *>------------------------------------------------------------------------
       verifica-dia-fechado section.

           move "N" to ws-dia-fechado
           if sem-fechamento then
               exit section
           end-if

           move ws-ret-data-pagto to fd-fech-data
           read arqFechamento
           if ws-fs-arqFechamento = 0 then
               move "S" to ws-dia-fechado
           else
               if ws-fs-arqFechamento <> 23 then
                   move 4                                         to ws-msn-erro-ofsset
                   move ws-fs-arqFechamento                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFechamento.dat "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       verifica-dia-fechado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a liquidação recusada em RejeitadosRetorno.txt com o
      *>  motivo - o retorno segue para o proximo titulo
      *>------------------------------------------------------------------------
       rejeita-liquidacao section.

           add 1 to ws-total-rejeitadas
           display "Titulo rejeitado: " ws-motivo-rejeicao " - " ws-ret-id-titulo (1:11)

           move ws-ret-valor-pago to ws-valor-edt

           move spaces to fd-linha-rejeitado
           string "titulo "            delimited by size
                  ws-ret-id-titulo     delimited by size
                  " pago "             delimited by size
                  ws-valor-edt         delimited by size
                  " em "               delimited by size
                  ws-ret-data-pagto    delimited by size
                  " | motivo: "        delimited by size
                  ws-motivo-rejeicao   delimited by size
                  into fd-linha-rejeitado

           write fd-linha-rejeitado
           if ws-fs-arqRejeitados <> 0 then
               move 2                                             to ws-msn-erro-ofsset
               move ws-fs-arqRejeitados                           to ws-msn-erro-cod
               move "Erro ao gravar arq. RejeitadosRetorno.txt "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       rejeita-liquidacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Auditoria - acrescenta uma linha no arquivo de auditoria, em
      *>  nome do usuario de lote da baixa automatica
      *>------------------------------------------------------------------------
       grava-auditoria section.

           move "RETORNOBANCO" to ws-aud-usuario

           move spaces to fd-linha-auditoria
           string function current-date (1:8)  delimited by size
                  "-"                           delimited by size
                  function current-date (9:6)   delimited by size
                  " usuario:"                   delimited by size
                  ws-aud-usuario                delimited by size
                  " op:"                        delimited by size
                  ws-aud-operacao               delimited by size
                  " cod:"                       delimited by size
                  ws-mens-aluno                 delimited by size
                  " antes:["                    delimited by size
                  ws-aud-antes                  delimited by size
                  "] depois:["                  delimited by size
                  ws-aud-depois                 delimited by size
                  "]"                           delimited by size
                  into fd-linha-auditoria

           write fd-linha-auditoria
           if ws-fs-arqAuditoria <> 0 then
               move 9                                   to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                  to ws-msn-erro-cod
               move "Erro ao gravar arq. Auditoria.log " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       grava-auditoria-exit.
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

           close arqRetorno
           close arqRejeitados
           close arqMensalidade
           close arqAuditoria
           if not sem-fechamento then
               close arqFechamento
           end-if

           move ws-valor-baixado to ws-valor-edt

           display "Titulos no retorno         : " ws-total-detalhes
           display "Liquidações                : " ws-total-liquidacoes
           display "Mensalidades baixadas      : " ws-total-baixadas
           display "Valor baixado              : " ws-valor-edt
           display "Já baixadas (reprocessadas): " ws-total-ja-baixadas
           display "Rejeitadas                 : " ws-total-rejeitadas
           display "Outras ocorrências         : " ws-total-ignoradas
           if ws-total-rejeitadas > 0
               display "Rejeições em RejeitadosRetorno.txt"
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
