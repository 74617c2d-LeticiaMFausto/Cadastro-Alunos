      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "RelatorioDescontos".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Relatório mensal de descontos concedidos: para a competência
      *>informada (AAAAMM), gera Descontos_AAAAMM.txt com uma linha
      *>por mensalidade gerada com desconto (aluno, tipo, percentual,
      *>valor bruto da turma, valor cobrado e valor renunciado) e, no
      *>fim, o total renunciado por tipo de desconto - bolsa, filho
      *>de funcionario, irmãos e outro - e o total geral. Mensalidade
      *>cancelada não entra: não houve cobrança a descontar.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
           select arqCadAluno assign to "arqCadAluno.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-ind
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select arqMensalidade assign to "arqMensalidade.dat"
           organization is indexed
           access mode is sequential
           record key is fd-mens-chave
           file status is ws-fs-arqMensalidade.

           select arqRelatorio assign to ws-nome-relatorio
           organization is line sequential
           file status is ws-fs-arqRelatorio.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCadAluno.
           copy ALUNO.

       fd arqMensalidade.
           copy MENSALIDADE.

       fd arqRelatorio
           record contains 80 characters.
       01  fd-linha-relatorio                      pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAluno                       pic  9(02).
       77  ws-fs-arqMensalidade                    pic  9(02).
       77  ws-fs-arqRelatorio                      pic  9(02).

           copy MSGERRO.

           copy MENSALIDADEWS.

       77  ws-competencia                          pic 9(06).
       77  ws-nome-relatorio                       pic x(30).

      *>----Totais por tipo de desconto (B, F, I, O)
       01  ws-tipos-desconto-lit                   pic x(04) value "BFIO".
       01  ws-tipos-desconto redefines ws-tipos-desconto-lit.
           05  ws-td-codigo                        pic x(01) occurs 4 times.
       01  ws-nomes-desconto-lit.
           05  filler                              pic x(20) value "Bolsa de estudo".
           05  filler                              pic x(20) value "Filho de funcionario".
           05  filler                              pic x(20) value "Irmãos".
           05  filler                              pic x(20) value "Outro".
       01  ws-nomes-desconto redefines ws-nomes-desconto-lit.
           05  ws-td-nome                          pic x(20) occurs 4 times.
       01  ws-totais-tipo.
           05  ws-tt-ent                           occurs 4 times.
               10  ws-tt-qtd                       pic 9(05).
               10  ws-tt-valor                     pic 9(09)v99.
       77  ws-t                                    pic 9(01).
       77  ws-tipo-achado                          pic 9(01).

       77  ws-valor-renuncia                       pic 9(05)v99.
       77  ws-total-qtd                            pic 9(05) value 0.
       77  ws-total-bruto                          pic 9(09)v99 value 0.
       77  ws-total-liquido                        pic 9(09)v99 value 0.
       77  ws-total-renuncia                       pic 9(09)v99 value 0.

       01  ws-linha-detalhe.
           05  ws-ld-aluno                         pic 9(05).
           05  filler                              pic x(01) value space.
           05  ws-ld-nome                          pic x(25).
           05  filler                              pic x(01) value space.
           05  ws-ld-tipo                          pic x(01).
           05  filler                              pic x(01) value space.
           05  ws-ld-perc                          pic zz9,99.
           05  filler                              pic x(02) value "% ".
           05  ws-ld-bruto                         pic zzzz9,99.
           05  filler                              pic x(01) value space.
           05  ws-ld-liquido                       pic zzzz9,99.
           05  filler                              pic x(01) value space.
           05  ws-ld-renuncia                      pic zzzz9,99.

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

           display "Competência do relatório (AAAAMM):"
           accept ws-competencia
           if ws-competencia < 200001 or ws-competencia > 209912
               display "Competência invalida - relatório cancelado"
               stop run
           end-if

           initialize ws-totais-tipo

           move spaces to ws-nome-relatorio
           string "Descontos_" ws-competencia ".txt"
               delimited by size into ws-nome-relatorio

           open input arqCadAluno
           if ws-fs-arqCadAluno  <> 00
           and ws-fs-arqCadAluno <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAluno "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqMensalidade
           if ws-fs-arqMensalidade  <> 00
           and ws-fs-arqMensalidade <> 05 then
               move 2                                         to ws-msn-erro-ofsset
               move ws-fs-arqMensalidade                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMensalidade.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 3                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                       to ws-msn-erro-cod
               move "Erro ao abrir arq. do relatório "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "===================================================" to fd-linha-relatorio
           write fd-linha-relatorio
           move spaces to fd-linha-relatorio
           string "      DESCONTOS CONCEDIDOS - COMPETENCIA " ws-competencia
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move "===================================================" to fd-linha-relatorio
           write fd-linha-relatorio
           move "Cod.  Aluno                     T  Perc.     Bruto  Cobrado Renuncia" to fd-linha-relatorio
           write fd-linha-relatorio
           move "--------------------------------------------------------------------" to fd-linha-relatorio
           write fd-linha-relatorio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - um passe por arqMensalidade, só a
      *>  competência pedida
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fs-arqMensalidade = 10

               read arqMensalidade next
               if  ws-fs-arqMensalidade = 0 then
                   move fd-mensalidades to ws-mensalidades
                   if ws-mens-anomes = ws-competencia
                   and not mensalidade-cancelada
                   and ws-mens-valor-bruto > ws-mens-valor
                       perform relata-desconto
                   end-if
               else
                   if ws-fs-arqMensalidade <> 10 then
                       move 2                                        to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidade                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqMensalidade.dat "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           perform relata-totais

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha da mensalidade com desconto (em ws-mensalidades) e
      *>  acumulo no total do tipo
      *>------------------------------------------------------------------------
       relata-desconto section.

           compute ws-valor-renuncia =
               ws-mens-valor-bruto - ws-mens-valor

           move ws-mens-aluno to fd-ind
           read arqCadAluno
           if ws-fs-arqCadAluno <> 0
               move "(aluno não cadastrado)" to fd-aluno
           end-if

           move ws-mens-aluno       to ws-ld-aluno
           move fd-aluno            to ws-ld-nome
           move ws-mens-desc-tipo   to ws-ld-tipo
           move ws-mens-desc-perc   to ws-ld-perc
           move ws-mens-valor-bruto to ws-ld-bruto
           move ws-mens-valor       to ws-ld-liquido
           move ws-valor-renuncia   to ws-ld-renuncia
           move ws-linha-detalhe    to fd-linha-relatorio
           write fd-linha-relatorio

      *>Tipo desconhecido (não deveria haver) soma em "Outro"
           move 4 to ws-tipo-achado
           perform varying ws-t from 1 by 1 until ws-t > 4
               if ws-td-codigo (ws-t) = ws-mens-desc-tipo
                   move ws-t to ws-tipo-achado
               end-if
           end-perform

           add 1                 to ws-tt-qtd (ws-tipo-achado)
           add ws-valor-renuncia to ws-tt-valor (ws-tipo-achado)

           add 1                   to ws-total-qtd
           add ws-mens-valor-bruto to ws-total-bruto
           add ws-mens-valor       to ws-total-liquido
           add ws-valor-renuncia   to ws-total-renuncia

           .
       relata-desconto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quadro final - renuncia por tipo de desconto e total geral
      *>------------------------------------------------------------------------
       relata-totais section.

           if ws-total-qtd = 0
               move "(nenhuma mensalidade com desconto na competência)" to fd-linha-relatorio
               write fd-linha-relatorio
           end-if

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           move "RENUNCIA POR TIPO DE DESCONTO" to fd-linha-relatorio
           write fd-linha-relatorio
           move "---------------------------------------------------" to fd-linha-relatorio
           write fd-linha-relatorio

           perform varying ws-t from 1 by 1 until ws-t > 4
               move ws-tt-qtd (ws-t)   to ws-qtd-edt
               move ws-tt-valor (ws-t) to ws-valor-tot-edt
               move spaces to fd-linha-relatorio
               string ws-td-codigo (ws-t) " " ws-td-nome (ws-t)
                      " qtd " ws-qtd-edt
                      "  valor " ws-valor-tot-edt
                   delimited by size into fd-linha-relatorio
               write fd-linha-relatorio
           end-perform

           move "---------------------------------------------------" to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-qtd to ws-qtd-edt
           move spaces to fd-linha-relatorio
           string "Mensalidades com desconto: " ws-qtd-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-bruto to ws-valor-tot-edt
           move spaces to fd-linha-relatorio
           string "Valor bruto              : " ws-valor-tot-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-liquido to ws-valor-tot-edt
           move spaces to fd-linha-relatorio
           string "Valor cobrado            : " ws-valor-tot-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio

           move ws-total-renuncia to ws-valor-tot-edt
           move spaces to fd-linha-relatorio
           string "Total renunciado         : " ws-valor-tot-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio

           .
       relata-totais-exit.
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

           close arqCadAluno
           close arqMensalidade
           close arqRelatorio

           move ws-total-renuncia to ws-valor-tot-edt
           display "Mensalidades com desconto: " ws-total-qtd
           display "Total renunciado         : " ws-valor-tot-edt
           display "Relatorio em " ws-nome-relatorio

           Stop run
           .
       finaliza-exit.
           exit.
