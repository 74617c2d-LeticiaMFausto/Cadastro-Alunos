      *>dia informado. Aluno de turma com valor zero (bolsista
      *>integral / turma sem cobrança) é pulado e relatado.
      *>
      *>O valor da turma é o bruto; sobre ele vale o desconto do
      *>aluno: o cadastro de descontos (arqDesconto, opção 'Ds') com
      *>vigência na competência, e o desconto de irmãos, concedido
      *>sozinho a todo aluno ativo com turma que divide um
      *>responsável (fd-resp1-cpf/fd-resp2-cpf) com outro aluno ativo
      *>com turma, no percentual informado na geração. Descontos não
      *>se somam - vale o maior. A mensalidade guarda o bruto, o
      *>liquido cobrado e o tipo/percentual aplicado; desconto de
      *>100% gera a mensalidade já isenta (situação I).
      *>
      *>Mensalidade já gerada para o aluno na competência é pulada,
      *>então uma reexecução acidental não cobra duas vezes. Cada
      *>geração entra na trilha de auditoria (op MENSGERADA), porque
           record key is fd-mens-chave
           file status is ws-fs-arqMensalidade.

           select arqDesconto assign to "arqDesconto.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-desc-chave
           file status is ws-fs-arqDesconto.

           select arqAuditoria assign to "Auditoria.log"
           organization is line sequential
           file status is ws-fs-arqAuditoria.

           select arqContagem assign to "ContagemEtapa.txt"
           organization is line sequential
           file status is ws-fs-arqContagem.

      *>Declaração de variáveis
       data division.

       fd arqMensalidade.
           copy MENSALIDADE.

       fd arqDesconto.
           copy DESCONTO.

       fd arqAuditoria
           record contains 650 characters.
           copy AUDITORIA.

       fd arqContagem.
           copy CONTAGEM.

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAluno                       pic  9(02).
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqMensalidade                    pic  9(02).
       77  ws-fs-arqDesconto                       pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqContagem                       pic  9(02).

           copy MSGERRO.


           copy MENSALIDADEWS.

           copy DESCONTOWS.

       77  ws-competencia                          pic 9(06).
       77  ws-dia-vencimento                       pic 9(02).
       77  ws-vencimento                           pic 9(08).

      *>----Desconto do aluno na competência (vale o maior)
       77  ws-sem-desconto                         pic x(01).
           88  sem-arquivo-desconto                value "S".
       77  ws-fim-desc                             pic x(01).
           88  fim-desc-aluno                      value "S".
       77  ws-perc-irmaos                          pic 9(03)v99.
       77  ws-melhor-tipo                          pic x(01).
       77  ws-melhor-perc                          pic 9(03)v99.
       77  ws-valor-desconto                       pic 9(05)v99.

      *>----Responsáveis com quantos alunos ativos com turma cada um
      *>----(desconto de irmãos) - montada no passe inicial
       77  ws-qtd-resp                             pic 9(04) value 0.
       01  ws-tab-resp.
           05  ws-tr-ent                           occurs 2000 times.
               10  ws-tr-cpf                       pic 9(11).
               10  ws-tr-qtd                       pic 9(02).
       77  ws-r                                    pic 9(04).
       77  ws-cpf-procura                          pic 9(11).
       77  ws-achou-resp                           pic x(01).
           88  resp-na-tabela                      value "S".
       77  ws-tem-irmao                            pic x(01).
           88  aluno-com-irmao                     value "S".

       77  ws-total-lidos                          pic 9(05) value 0.
       77  ws-total-geradas                        pic 9(05) value 0.
       77  ws-total-puladas                        pic 9(05) value 0.
       77  ws-total-sem-valor                      pic 9(05) value 0.
       77  ws-total-com-desconto                   pic 9(05) value 0.
       77  ws-total-isentas                        pic 9(05) value 0.

       77  ws-aud-operacao                          pic x(10).
       77  ws-aud-antes                             pic x(260).
           accept ws-competencia
           if ws-competencia < 200001 or ws-competencia > 209912
               display "Competência invalida - geração cancelada"
               move 16 to return-code
               stop run
           end-if

           accept ws-dia-vencimento
           if ws-dia-vencimento < 1 or ws-dia-vencimento > 28
               display "Dia de vencimento invalido - geração cancelada"
               move 16 to return-code
               stop run
           end-if

           display "Desconto de irmãos em % (0 = não conceder):"
           accept ws-perc-irmaos
           if ws-perc-irmaos > 100
               display "Percentual invalido - geração cancelada"
               move 16 to return-code
               stop run
           end-if

               perform finaliza-anormal
           end-if

      *>Sem arquivo de descontos (nenhum desconto cadastrado ainda)
      *>só o desconto de irmãos se aplica
           move "N" to ws-sem-desconto
           open input arqDesconto
           if ws-fs-arqDesconto = 35 then
               move "S" to ws-sem-desconto
           else
               if ws-fs-arqDesconto  <> 00
               and ws-fs-arqDesconto <> 05 then
                   move 6                                      to ws-msn-erro-ofsset
                   move ws-fs-arqDesconto                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDesconto.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open extend arqAuditoria
           if ws-fs-arqAuditoria <> 00
           and ws-fs-arqAuditoria <> 05 then
               perform finaliza-anormal
           end-if

           if ws-perc-irmaos > 0
               perform conta-alunos-por-responsavel
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passe inicial do desconto de irmãos: conta, para cada CPF de
      *>  responsável, os alunos ativos com turma vinculados a ele. O
      *>  arqCadAluno é reaberto em seguida para a geração.
      *>------------------------------------------------------------------------
       conta-alunos-por-responsavel section.

           perform until ws-fs-arqCadAluno = 10

               read arqCadAluno next
               if  ws-fs-arqCadAluno = 0 then
                   move fd-alunos to ws-alunos
                   if matricula-ativa
                   and ws-cod-turma <> 0
                       if ws-resp1-cpf <> 0
                           move ws-resp1-cpf to ws-cpf-procura
                           perform soma-aluno-responsavel
                       end-if
                       if ws-resp2-cpf <> 0
                       and ws-resp2-cpf <> ws-resp1-cpf
                           move ws-resp2-cpf to ws-cpf-procura
                           perform soma-aluno-responsavel
                       end-if
                   end-if
               else
                   if ws-fs-arqCadAluno <> 10 then
                       move 4                                   to ws-msn-erro-ofsset
                       move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqCadAluno
           open input arqCadAluno
           if ws-fs-arqCadAluno  <> 00
           and ws-fs-arqCadAluno <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAluno "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       conta-alunos-por-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza o CPF em ws-cpf-procura na tabela de responsáveis
      *>  (ws-r fica na entrada achada)
      *>------------------------------------------------------------------------
       procura-responsavel section.

           move "N" to ws-achou-resp
           perform varying ws-r from 1 by 1
                   until ws-r > ws-qtd-resp
                      or resp-na-tabela
               if ws-tr-cpf (ws-r) = ws-cpf-procura
                   move "S" to ws-achou-resp
               end-if
           end-perform
           if resp-na-tabela
               subtract 1 from ws-r
           end-if

           .
       procura-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma um aluno ao CPF em ws-cpf-procura (entrada nova quando
      *>  o CPF ainda não está na tabela)
      *>------------------------------------------------------------------------
       soma-aluno-responsavel section.

           perform procura-responsavel
           if resp-na-tabela
               if ws-tr-qtd (ws-r) < 99
                   add 1 to ws-tr-qtd (ws-r)
               end-if
           else
               if ws-qtd-resp < 2000
                   add 1              to ws-qtd-resp
                   move ws-cpf-procura to ws-tr-cpf (ws-qtd-resp)
                   move 1              to ws-tr-qtd (ws-qtd-resp)
               else
                   display "Tabela de responsáveis cheia - CPF " ws-cpf-procura
                           " sem desconto de irmãos"
               end-if
           end-if

           .
       soma-aluno-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - um passe completo por arqCadAluno
      *>------------------------------------------------------------------------
                       add 1 to ws-total-sem-valor
                       display "Turma " ws-cod-turma " sem valor de mensalidade - aluno " ws-ind " pulado"
                   else
                       perform apura-desconto-aluno

                       initialize ws-mensalidades
                       move ws-ind            to ws-mens-aluno
                       move ws-competencia    to ws-mens-anomes
                       move fd-turma-mensal   to ws-mens-valor-bruto
                       move ws-vencimento     to ws-mens-vencimento
                       move "A"               to ws-mens-situacao
                       move ws-melhor-tipo    to ws-mens-desc-tipo
                       move ws-melhor-perc    to ws-mens-desc-perc

                       compute ws-valor-desconto rounded =
                           ws-mens-valor-bruto * ws-melhor-perc / 100
                       compute ws-mens-valor =
                           ws-mens-valor-bruto - ws-valor-desconto
                       if ws-melhor-perc > 0
                           add 1 to ws-total-com-desconto
                       end-if
                       if ws-mens-valor = 0
                           move "I" to ws-mens-situacao
                           add 1 to ws-total-isentas
                       end-if

                       move ws-mensalidades to fd-mensalidades
                       write fd-mensalidades
                       string "mens:" ws-mens-anomes
                              " valor:" ws-mens-valor
                              " venc:" ws-mens-vencimento
                              " sit:" ws-mens-situacao
                              " bruto:" ws-mens-valor-bruto
                              " desc:" ws-mens-desc-tipo
                              " " ws-mens-desc-perc
                           delimited by size into ws-aud-depois
                       move "MENSGERADA" to ws-aud-operacao
                       perform grava-auditoria
       gera-mensalidade-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apura o desconto do aluno corrente (em ws-alunos) na
      *>  competência: o maior entre os descontos cadastrados com
      *>  vigência na competência e o desconto de irmãos - sem
      *>  desconto, tipo em branco e percentual zero
      *>------------------------------------------------------------------------
       apura-desconto-aluno section.

           move space to ws-melhor-tipo
           move 0     to ws-melhor-perc

           if ws-perc-irmaos > 0
               perform verifica-irmaos-aluno
               if aluno-com-irmao
                   move "I"            to ws-melhor-tipo
                   move ws-perc-irmaos to ws-melhor-perc
               end-if
           end-if

           if sem-arquivo-desconto
               exit section
           end-if

           move ws-ind to fd-desc-aluno
           move 0      to fd-desc-seq
           start arqDesconto key is not less fd-desc-chave
           if ws-fs-arqDesconto = 0 then
               move "N" to ws-fim-desc
               perform until fim-desc-aluno
                   read arqDesconto next
                   if ws-fs-arqDesconto = 0 then
                       if fd-desc-aluno = ws-ind
                           if fd-desc-comp-ini <= ws-competencia
                           and (fd-desc-comp-fim = 0
                            or  fd-desc-comp-fim >= ws-competencia)
                           and fd-desc-perc > ws-melhor-perc
                               move fd-desc-tipo to ws-melhor-tipo
                               move fd-desc-perc to ws-melhor-perc
                           end-if
                       else
                           move "S" to ws-fim-desc
                       end-if
                   else
                       if ws-fs-arqDesconto = 10 then
                           move "S" to ws-fim-desc
                       else
                           move 6                                     to ws-msn-erro-ofsset
                           move ws-fs-arqDesconto                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDesconto.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqDesconto <> 23
               and ws-fs-arqDesconto <> 10 then
                   move 6                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDesconto                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDesconto.dat "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-melhor-perc > 100
               move 100 to ws-melhor-perc
           end-if

           .
       apura-desconto-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O aluno corrente tem irmão ativo com turma? (algum dos seus
      *>  responsáveis tem 2 ou mais alunos na tabela do passe inicial)
      *>------------------------------------------------------------------------
       verifica-irmaos-aluno section.

           move "N" to ws-tem-irmao

           if ws-resp1-cpf <> 0
               move ws-resp1-cpf to ws-cpf-procura
               perform procura-responsavel
               if resp-na-tabela
               and ws-tr-qtd (ws-r) >= 2
                   move "S" to ws-tem-irmao
               end-if
           end-if

           if ws-resp2-cpf <> 0
           and not aluno-com-irmao
               move ws-resp2-cpf to ws-cpf-procura
               perform procura-responsavel
               if resp-na-tabela
               and ws-tr-qtd (ws-r) >= 2
                   move "S" to ws-tem-irmao
               end-if
           end-if

           .
       verifica-irmaos-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Auditoria - acrescenta uma linha no arquivo de auditoria
      *>------------------------------------------------------------------------
       grava-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contagens da execução em ContagemEtapa.txt, para o log do
      *>  fechamento do ano letivo (ControleAnoLetivo)
      *>------------------------------------------------------------------------
       grava-contagens section.

           open output arqContagem
           if ws-fs-arqContagem <> 00 then
               move 10                                        to ws-msn-erro-ofsset
               move ws-fs-arqContagem                         to ws-msn-erro-cod
               move "Erro ao abrir arq. ContagemEtapa.txt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Alunos com turma"       to fd-cont-rotulo
           move ws-total-lidos           to fd-cont-valor
           perform grava-contagem
           move "Geradas"                to fd-cont-rotulo
           move ws-total-geradas         to fd-cont-valor
           perform grava-contagem
           move "Ja geradas"             to fd-cont-rotulo
           move ws-total-puladas         to fd-cont-valor
           perform grava-contagem
           move "Sem valor"              to fd-cont-rotulo
           move ws-total-sem-valor       to fd-cont-valor
           perform grava-contagem
           move "Com desconto"           to fd-cont-rotulo
           move ws-total-com-desconto    to fd-cont-valor
           perform grava-contagem
           move "Isentas"                to fd-cont-rotulo
           move ws-total-isentas         to fd-cont-valor
           perform grava-contagem

           close arqContagem

           .
       grava-contagens-exit.
           exit.

       grava-contagem section.

           write fd-contagem
           if ws-fs-arqContagem <> 00 then
               move 10                                        to ws-msn-erro-ofsset
               move ws-fs-arqContagem                         to ws-msn-erro-cod
               move "Erro ao gravar arq. ContagemEtapa.txt "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       grava-contagem-exit.
           exit.

       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           move 16 to return-code
           Stop run
           .
       finaliza-anormal-exit.
           close arqCadAluno
           close arqTurma
           close arqMensalidade
           if not sem-arquivo-desconto
               close arqDesconto
           end-if
           close arqAuditoria

           perform grava-contagens

           display "Alunos ativos com turma : " ws-total-lidos
           display "Mensalidades geradas    : " ws-total-geradas
           display "Já geradas (puladas)    : " ws-total-puladas
           display "Sem valor de cobrança   : " ws-total-sem-valor
           display "Geradas com desconto    : " ws-total-com-desconto
           display "Isentas (desconto 100%) : " ws-total-isentas

           Stop run
           .
