      *>cronológica, cada um com a turma, as quatro notas de bimestre,
      *>a media e a situação final - pronto para impressão em papel
      *>timbrado da escola, em vez de copiar a consulta de tela à mão.
      *>Abaixo de cada ano saem as disciplinas cursadas
      *>(arqHistDisc.dat) com media, exame, media final, carga
      *>horaria e situação, e no fim as dependências do aluno
      *>(arqDependencia.dat), pendentes ou já cumpridas.
      *>Ano cujo resultado foi decidido pelo Conselho de Classe
      *>(arqConselho.dat) sai com a situação decidida e uma linha
      *>com a data da reunião; a declaração segue a mesma decisão.
      *>Aluno transferido de outra escola tem os anos cursados lá
      *>(arqEstudoExt.dat e arqEstudoExtDisc.dat) impressos antes
      *>dos nossos, com escola, cidade/UF, série, situação e as
      *>disciplinas com media e carga horaria.
      *>
      *>Quando o ultimo ano em arquivo terminou Aprovado e não há
      *>dependência pendente, o programa emite tambem a Declaração
      *>de Conclusão
      *>(Declaracao_NNNNN.txt), com o cabeçalho da escola e as linhas
      *>de assinatura da direção e da secretaria. Se o primeiro ano
      *>aqui não foi na 1a série, cada série anterior precisa constar
      *>Aprovada nos estudos anteriores - faltando alguma, a
      *>declaração não sai e o programa lista as séries em falta.
      *>
      *>O programa atende varios alunos na mesma execução - a
      *>secretaria emite a fila de pedidos de uma vez só.
           record key is fd-turma-cod
           file status is ws-fs-arqTurma.

           select arqHistDisc assign to "arqHistDisc.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hd-chave
           file status is ws-fs-arqHistDisc.

           select arqDisciplina assign to "arqDisciplina.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-cod
           file status is ws-fs-arqDisciplina.

           select arqDependencia assign to "arqDependencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-dep-chave
           file status is ws-fs-arqDependencia.

           select arqConselho assign to "arqConselho.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cons-chave
           file status is ws-fs-arqConselho.

           select arqEstudoExt assign to "arqEstudoExt.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-ext-chave
           file status is ws-fs-arqEstudoExt.

           select arqEstudoExtDisc assign to "arqEstudoExtDisc.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-exd-chave
           file status is ws-fs-arqEstudoExtDisc.

           select arqHistImp assign to ws-nome-historico
           organization is line sequential
           file status is ws-fs-arqHistImp.
       fd arqTurma.
           copy TURMA.

       fd arqHistDisc.
           copy HISTDISC.

       fd arqDisciplina.
           copy DISCIPLINA.

       fd arqDependencia.
           copy DEPENDENCIA.

       fd arqConselho.
           copy CONSELHO.

       fd arqEstudoExt.
           copy ESTUDOEXT.

       fd arqEstudoExtDisc.
           copy ESTUDOEXTDISC.

       fd arqHistImp
           record contains 80 characters.
       01  fd-linha-historico                      pic x(80).
       77  ws-fs-arqCadAluno                       pic  9(02).
       77  ws-fs-arqHistorico                      pic  9(02).
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqHistDisc                       pic  9(02).
       77  ws-fs-arqDisciplina                     pic  9(02).
       77  ws-fs-arqDependencia                    pic  9(02).
       77  ws-fs-arqConselho                       pic  9(02).
       77  ws-fs-arqEstudoExt                      pic  9(02).
       77  ws-fs-arqEstudoExtDisc                  pic  9(02).
       77  ws-fs-arqHistImp                        pic  9(02).
       77  ws-fs-arqDeclaracao                     pic  9(02).


           copy TURMAWS.

           copy HISTDISCWS.

           copy DEPENDENCIAWS.

           copy CONSELHOWS.

           copy ESTUDOEXTWS.

           copy ESTUDOEXTDISCWS.

       77  ws-nome-historico                       pic x(30).
       77  ws-nome-declaracao                      pic x(30).

       77  ws-ultimo-ano                           pic 9(04).
       77  ws-ultima-situacao                      pic x(12).

      *>----Disciplinas do ano e dependências (base antiga pode não
      *>----ter os arquivos)
       77  ws-sem-histdisc                         pic x(01).
           88  sem-arquivo-histdisc                value "S".
       77  ws-sem-disciplina                       pic x(01).
           88  sem-arquivo-disciplina              value "S".
       77  ws-sem-dependencia                      pic x(01).
           88  sem-arquivo-dependencia             value "S".
       77  ws-sem-conselho                         pic x(01).
           88  sem-arquivo-conselho                value "S".
       77  ws-sem-estudoext                        pic x(01).
           88  sem-arquivo-estudoext               value "S".
       77  ws-sem-estudoextdisc                    pic x(01).
           88  sem-arquivo-estudoextdisc           value "S".
       77  ws-fim-histdisc                         pic x(01).
           88  fim-histdisc-ano                    value "S".
       77  ws-fim-dependencia                      pic x(01).
           88  fim-dependencia-aluno               value "S".
       77  ws-qtd-dep                              pic 9(03).
       77  ws-qtd-dep-pendente                     pic 9(03).

       77  ws-nota-edt                             pic z9,99.
       77  ws-media-edt                            pic z9,99.

       77  ws-total-emitidos                       pic 9(03) value 0.

      *>----Estudos anteriores em outras escolas - série do primeiro
      *>----ano aqui e séries aprovadas lá, para a declaração
       77  ws-fim-ext                              pic x(01).
           88  fim-ext-aluno                       value "S".
       77  ws-fim-exd                              pic x(01).
           88  fim-exd-ano                         value "S".
       77  ws-qtd-ext                              pic 9(03).
       77  ws-primeira-serie                       pic 9(02).
       77  ws-s                                    pic 9(02).
       77  ws-qtd-serie-falta                      pic 9(02).
       77  ws-series-falta                         pic x(40).
       77  ws-ptr-falta                            pic 9(02).
       01  ws-series-ext.
           05  ws-serie-ext-aprovada               pic x(01) occurs 12.
               88  serie-ext-aprovada              value "S".

      *>----Linha de detalhe do histórico (um ano letivo)
       01  ws-linha-ano.
           05  ws-lh-ano                           pic 9(04).
           05  filler                              pic x(02) value space.
           05  ws-lh-situacao                      pic x(12).

      *>----Linha de um ano de estudos anteriores (outra escola)
       01  ws-linha-ext.
           05  ws-le-ano                           pic 9(04).
           05  filler                              pic x(02) value space.
           05  ws-le-serie                         pic z9.
           05  filler                              pic x(08) value "a serie ".
           05  ws-le-escola                        pic x(40).
           05  filler                              pic x(02) value space.
           05  ws-le-situacao                      pic x(12).

      *>----Linha de disciplina do ano (abaixo da linha do ano)
       01  ws-linha-disc.
           05  filler                              pic x(06) value space.
           05  ws-ld-nome                          pic x(20).
           05  filler                              pic x(01) value space.
           05  ws-ld-media                         pic x(05).
           05  filler                              pic x(01) value space.
           05  ws-ld-exame                         pic x(05).
           05  filler                              pic x(01) value space.
           05  ws-ld-final                         pic x(05).
           05  filler                              pic x(01) value space.
           05  ws-ld-ch                            pic zz9.
           05  filler                              pic x(02) value space.
           05  ws-ld-situacao                      pic x(12).

      *>Declaração do corpo do programa
       procedure division.

               perform finaliza-anormal
           end-if

           move "N" to ws-sem-histdisc
           open input arqHistDisc
           if ws-fs-arqHistDisc = 35 then
               move "S" to ws-sem-histdisc
           else
               if ws-fs-arqHistDisc  <> 00
               and ws-fs-arqHistDisc <> 05 then
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistDisc                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistDisc.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N" to ws-sem-disciplina
           open input arqDisciplina
           if ws-fs-arqDisciplina = 35 then
               move "S" to ws-sem-disciplina
           else
               if ws-fs-arqDisciplina  <> 00
               and ws-fs-arqDisciplina <> 05 then
                   move 9                                        to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplina                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDisciplina.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N" to ws-sem-dependencia
           open input arqDependencia
           if ws-fs-arqDependencia = 35 then
               move "S" to ws-sem-dependencia
           else
               if ws-fs-arqDependencia  <> 00
               and ws-fs-arqDependencia <> 05 then
                   move 10                                       to ws-msn-erro-ofsset
                   move ws-fs-arqDependencia                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDependencia.dat " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N" to ws-sem-conselho
           open input arqConselho
           if ws-fs-arqConselho = 35 then
               move "S" to ws-sem-conselho
           else
               if ws-fs-arqConselho  <> 00
               and ws-fs-arqConselho <> 05 then
                   move 11                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselho.dat "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N" to ws-sem-estudoext
           open input arqEstudoExt
           if ws-fs-arqEstudoExt = 35 then
               move "S" to ws-sem-estudoext
           else
               if ws-fs-arqEstudoExt  <> 00
               and ws-fs-arqEstudoExt <> 05 then
                   move 12                                      to ws-msn-erro-ofsset
                   move ws-fs-arqEstudoExt                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEstudoExt.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N" to ws-sem-estudoextdisc
           open input arqEstudoExtDisc
           if ws-fs-arqEstudoExtDisc = 35 then
               move "S" to ws-sem-estudoextdisc
           else
               if ws-fs-arqEstudoExtDisc  <> 00
               and ws-fs-arqEstudoExtDisc <> 05 then
                   move 13                                          to ws-msn-erro-ofsset
                   move ws-fs-arqEstudoExtDisc                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEstudoExtDisc.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       inicializa-exit.
           exit.

           perform imprime-cabecalho-historico

           move 0      to ws-qtd-ext
           move spaces to ws-series-ext
           if not sem-arquivo-estudoext
               perform imprime-estudos-ext
           end-if

           move 0      to ws-qtd-anos
           move 0      to ws-ultimo-ano
           move spaces to ws-ultima-situacao
           move 0      to ws-primeira-serie

           move ws-ind to fd-hist-aluno
           move 0      to fd-hist-ano
                   if ws-fs-arqHistorico = 0 then
                       if fd-hist-aluno = ws-ind
                           move fd-historico to ws-historico
                           perform aplica-decisao-conselho
                           perform imprime-ano-historico
                           if not sem-arquivo-histdisc
                               perform imprime-disciplinas-ano
                           end-if
                           add 1 to ws-qtd-anos
                           move ws-hist-ano      to ws-ultimo-ano
                           move ws-hist-situacao to ws-ultima-situacao
               write fd-linha-historico
           end-if

           move 0 to ws-qtd-dep-pendente
           if not sem-arquivo-dependencia
               perform imprime-dependencias
           end-if

           perform imprime-rodape-historico

           close arqHistImp
           end-if

      *>Ultimo ano em arquivo Aprovado = conclusão da etapa - sai
      *>tambem a declaração, desde que não reste dependência
      *>pendente nem série anterior sem estudos registrados
           if ws-qtd-anos > 0
           and ws-ultima-situacao = "Aprovado"
               perform confere-estudos-ext
               if ws-qtd-dep-pendente > 0
                   display "Declaracao não emitida: aluno com " ws-qtd-dep-pendente
                           " dependência(s) pendente(s)"
               else
                   if ws-qtd-serie-falta > 0
                       display "Declaracao não emitida: faltam estudos anteriores"
                               " aprovados da(s) serie(s) " ws-series-falta
                   else
                       perform emite-declaracao
                   end-if
               end-if
           end-if

           .
             to fd-linha-historico
           write fd-linha-historico

           if not sem-arquivo-histdisc
               move "      Disciplina           Media Exame Final  CH  Situacao"
                 to fd-linha-historico
               write fd-linha-historico
           end-if

           move "----------------------------------------------------" to fd-linha-historico
           write fd-linha-historico

       imprime-cabecalho-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estudos anteriores do aluno em outras escolas, antes dos
      *>  anos cursados aqui - marca em ws-series-ext as séries
      *>  concluidas com aprovação
      *>------------------------------------------------------------------------
       imprime-estudos-ext section.

           move ws-ind to fd-ext-aluno
           move 0      to fd-ext-ano
           start arqEstudoExt key is not less fd-ext-chave
           if ws-fs-arqEstudoExt = 0 then
               move "N" to ws-fim-ext
               perform until fim-ext-aluno
                   read arqEstudoExt next
                   if ws-fs-arqEstudoExt = 0 then
                       if fd-ext-aluno = ws-ind
                           move fd-estudo-ext to ws-estudo-ext
                           perform imprime-ano-estudo-ext
                       else
                           move "S" to ws-fim-ext
                       end-if
                   else
                       if ws-fs-arqEstudoExt = 10 then
                           move "S" to ws-fim-ext
                       else
                           move 12                                        to ws-msn-erro-ofsset
                           move ws-fs-arqEstudoExt                        to ws-msn-erro-cod
                           move "Erro ao ler arq. arqEstudoExt.dat "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqEstudoExt <> 23
               and ws-fs-arqEstudoExt <> 10 then
                   move 12                                        to ws-msn-erro-ofsset
                   move ws-fs-arqEstudoExt                        to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEstudoExt.dat "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtd-ext > 0
               move "----------------------------------------------------" to fd-linha-historico
               write fd-linha-historico
           end-if

           .
       imprime-estudos-ext-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um ano de estudos anteriores (registro em ws-estudo-ext) com
      *>  as suas disciplinas - o titulo do bloco sai antes do primeiro
      *>------------------------------------------------------------------------
       imprime-ano-estudo-ext section.

           if ws-qtd-ext = 0
               move "ESTUDOS ANTERIORES (outras escolas)" to fd-linha-historico
               write fd-linha-historico
           end-if
           add 1 to ws-qtd-ext

           if ws-ext-serie >= 1 and ws-ext-serie <= 12
           and estudo-ext-aprovado
               move "S" to ws-serie-ext-aprovada (ws-ext-serie)
           end-if

           move ws-ext-ano      to ws-le-ano
           move ws-ext-serie    to ws-le-serie
           move ws-ext-escola   to ws-le-escola
           move ws-ext-situacao to ws-le-situacao
           move spaces          to fd-linha-historico
           move ws-linha-ext    to fd-linha-historico
           write fd-linha-historico

           move spaces to fd-linha-historico
           string "      " ws-ext-cidade delimited by size
                  "/" ws-ext-uf delimited by size
               into fd-linha-historico
           write fd-linha-historico

           if sem-arquivo-estudoextdisc
               exit section
           end-if

           move ws-ext-aluno to fd-exd-aluno
           move ws-ext-ano   to fd-exd-ano
           move 0            to fd-exd-seq
           start arqEstudoExtDisc key is not less fd-exd-chave
           if ws-fs-arqEstudoExtDisc = 0 then
               move "N" to ws-fim-exd
               perform until fim-exd-ano
                   read arqEstudoExtDisc next
                   if ws-fs-arqEstudoExtDisc = 0 then
                       if fd-exd-aluno = ws-ext-aluno
                       and fd-exd-ano  = ws-ext-ano
                           move fd-estudo-ext-disc to ws-estudo-ext-disc
                           move ws-exd-disciplina    to ws-ld-nome
                           move ws-exd-media         to ws-nota-edt
                           move ws-nota-edt          to ws-ld-media
                           move spaces               to ws-ld-exame
                           move ws-nota-edt          to ws-ld-final
                           move ws-exd-carga-horaria to ws-ld-ch
                           move ws-exd-situacao      to ws-ld-situacao
                           move spaces        to fd-linha-historico
                           move ws-linha-disc to fd-linha-historico
                           write fd-linha-historico
                       else
                           move "S" to ws-fim-exd
                       end-if
                   else
                       if ws-fs-arqEstudoExtDisc = 10 then
                           move "S" to ws-fim-exd
                       else
                           move 13                                          to ws-msn-erro-ofsset
                           move ws-fs-arqEstudoExtDisc                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqEstudoExtDisc.dat "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqEstudoExtDisc <> 23
               and ws-fs-arqEstudoExtDisc <> 10 then
                   move 13                                          to ws-msn-erro-ofsset
                   move ws-fs-arqEstudoExtDisc                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEstudoExtDisc.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       imprime-ano-estudo-ext-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere, para a declaração, se cada série anterior ao
      *>  primeiro ano cursado aqui consta aprovada nos estudos
      *>  anteriores - as que faltam vão para ws-series-falta
      *>------------------------------------------------------------------------
       confere-estudos-ext section.

           move 0      to ws-qtd-serie-falta
           move spaces to ws-series-falta
           move 1      to ws-ptr-falta

           if ws-primeira-serie <= 1
               exit section
           end-if

           perform varying ws-s from 1 by 1
                   until ws-s >= ws-primeira-serie or ws-s > 12
               if not serie-ext-aprovada (ws-s)
                   add 1 to ws-qtd-serie-falta
                   string ws-s " " delimited by size
                       into ws-series-falta with pointer ws-ptr-falta
               end-if
           end-perform

           .
       confere-estudos-ext-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de detalhe do histórico - um ano letivo (registro
      *>  corrente em ws-historico)
           read arqTurma
           if ws-fs-arqTurma = 0 then
               move fd-turma-nome to ws-lh-turma
               if ws-qtd-anos = 0
                   move fd-turma-serie to ws-primeira-serie
               end-if
           else
      *>Turma do ano arquivado pode já ter saido do cadastro - o
      *>histórico imprime o codigo mesmo assim
           move ws-linha-ano to fd-linha-historico
           write fd-linha-historico

           if ws-cons-sit-decidida <> spaces
               move spaces to fd-linha-historico
               string "      (resultado decidido pelo Conselho de Classe em "
                      ws-cons-reuniao-dia "/" ws-cons-reuniao-mes "/"
                      ws-cons-reuniao-ano ")"
                   delimited by size into fd-linha-historico
               write fd-linha-historico
           end-if

           .
       imprime-ano-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situação decidida pelo Conselho de Classe, se houver, no
      *>  lugar da situação do ano corrente (ws-historico) -
      *>  ws-cons-sit-decidida fica em branco quando não há decisão
      *>------------------------------------------------------------------------
       aplica-decisao-conselho section.

           move spaces to ws-cons-sit-decidida
           if sem-arquivo-conselho
               exit section
           end-if

           move ws-hist-aluno to fd-cons-aluno
           move ws-hist-ano   to fd-cons-ano
           read arqConselho
           if ws-fs-arqConselho = 0 then
               move fd-conselho          to ws-conselho
               move ws-cons-sit-decidida to ws-hist-situacao
           else
               if ws-fs-arqConselho <> 23 then
                   move 11                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConselho.dat "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       aplica-decisao-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Disciplinas do ano corrente do histórico (ws-historico),
      *>  gravadas em arqHistDisc pelo encerramento do ano
      *>------------------------------------------------------------------------
       imprime-disciplinas-ano section.

           move ws-hist-aluno to fd-hd-aluno
           move ws-hist-ano   to fd-hd-ano
           move 0             to fd-hd-disc
           start arqHistDisc key is not less fd-hd-chave
           if ws-fs-arqHistDisc = 0 then
               move "N" to ws-fim-histdisc
               perform until fim-histdisc-ano
                   read arqHistDisc next
                   if ws-fs-arqHistDisc = 0 then
                       if fd-hd-aluno = ws-hist-aluno
                       and fd-hd-ano  = ws-hist-ano
                           move fd-histdisc to ws-histdisc
                           perform imprime-linha-disciplina
                       else
                           move "S" to ws-fim-histdisc
                       end-if
                   else
                       if ws-fs-arqHistDisc = 10 then
                           move "S" to ws-fim-histdisc
                       else
                           move 8                                      to ws-msn-erro-ofsset
                           move ws-fs-arqHistDisc                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHistDisc.dat "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqHistDisc <> 23
               and ws-fs-arqHistDisc <> 10 then
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistDisc                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHistDisc.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       imprime-disciplinas-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de uma disciplina do ano (registro em ws-histdisc):
      *>  media, exame (em branco se não houve), media final, carga
      *>  horaria prevista e situação
      *>------------------------------------------------------------------------
       imprime-linha-disciplina section.

           perform busca-nome-disciplina

           move ws-hd-media       to ws-nota-edt
           move ws-nota-edt       to ws-ld-media
           move spaces            to ws-ld-exame
           if ws-hd-exame > 0
               move ws-hd-exame   to ws-nota-edt
               move ws-nota-edt   to ws-ld-exame
           end-if
           move ws-hd-media-final to ws-nota-edt
           move ws-nota-edt       to ws-ld-final
           move ws-hd-aulas-prev  to ws-ld-ch
           move ws-hd-situacao    to ws-ld-situacao

           move spaces        to fd-linha-historico
           move ws-linha-disc to fd-linha-historico
           write fd-linha-historico

           .
       imprime-linha-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome da disciplina em ws-hd-disc para ws-ld-nome -
      *>  disciplina que saiu do cadastro sai pelo codigo
      *>------------------------------------------------------------------------
       busca-nome-disciplina section.

           move spaces to ws-ld-nome
           move ws-hd-disc to fd-disc-cod
           if not sem-arquivo-disciplina
               read arqDisciplina
               if ws-fs-arqDisciplina = 0 then
                   move fd-disc-nome to ws-ld-nome
                   exit section
               end-if
           end-if
           string "disciplina " fd-disc-cod delimited by size
               into ws-ld-nome

           .
       busca-nome-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dependências do aluno (aprovado com dependência), pendentes
      *>  ou cumpridas - conta as pendentes em ws-qtd-dep-pendente
      *>  para a decisão da declaração
      *>------------------------------------------------------------------------
       imprime-dependencias section.

           move 0 to ws-qtd-dep

           move ws-ind to fd-dep-aluno
           move 0      to fd-dep-disc
           move 0      to fd-dep-ano-origem
           start arqDependencia key is not less fd-dep-chave
           if ws-fs-arqDependencia = 0 then
               move "N" to ws-fim-dependencia
               perform until fim-dependencia-aluno
                   read arqDependencia next
                   if ws-fs-arqDependencia = 0 then
                       if fd-dep-aluno = ws-ind
                           move fd-dependencias to ws-dependencias
                           perform imprime-linha-dependencia
                       else
                           move "S" to ws-fim-dependencia
                       end-if
                   else
                       if ws-fs-arqDependencia = 10 then
                           move "S" to ws-fim-dependencia
                       else
                           move 10                                      to ws-msn-erro-ofsset
                           move ws-fs-arqDependencia                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDependencia.dat "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqDependencia <> 23
               and ws-fs-arqDependencia <> 10 then
                   move 10                                      to ws-msn-erro-ofsset
                   move ws-fs-arqDependencia                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDependencia.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       imprime-dependencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma linha de dependência (registro em ws-dependencias) - o
      *>  titulo do bloco sai antes da primeira
      *>------------------------------------------------------------------------
       imprime-linha-dependencia section.

           if ws-qtd-dep = 0
               move "----------------------------------------------------" to fd-linha-historico
               write fd-linha-historico
               move "Dependencias (disciplinas de anos anteriores):" to fd-linha-historico
               write fd-linha-historico
           end-if
           add 1 to ws-qtd-dep

           move ws-dep-disc to ws-hd-disc
           perform busca-nome-disciplina

           move spaces to fd-linha-historico
           if dependencia-pendente
               add 1 to ws-qtd-dep-pendente
               string "  " ws-ld-nome " origem " ws-dep-ano-origem
                      " serie " ws-dep-serie-origem " - PENDENTE"
                   delimited by size into fd-linha-historico
           else
               string "  " ws-ld-nome " origem " ws-dep-ano-origem
                      " serie " ws-dep-serie-origem
                      " - cumprida em " ws-dep-ano-cumprida
                   delimited by size into fd-linha-historico
           end-if
           write fd-linha-historico

           .
       imprime-linha-dependencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rodapé do histórico - data de emissão e assinatura da
      *>  secretaria
           move "em arquivo nesta secretaria." to fd-linha-declaracao
           write fd-linha-declaracao

           if ws-qtd-ext > 0
               move "Os estudos anteriores, cursados em outra(s) escola(s)," to fd-linha-declaracao
               write fd-linha-declaracao
               move "constam do mesmo historico escolar." to fd-linha-declaracao
               write fd-linha-declaracao
           end-if

           move spaces to fd-linha-declaracao
           write fd-linha-declaracao

           close arqCadAluno
           close arqHistorico
           close arqTurma
           if not sem-arquivo-histdisc
               close arqHistDisc
           end-if
           if not sem-arquivo-disciplina
               close arqDisciplina
           end-if
           if not sem-arquivo-dependencia
               close arqDependencia
           end-if
           if not sem-arquivo-conselho
               close arqConselho
           end-if
           if not sem-arquivo-estudoext
               close arqEstudoExt
           end-if
           if not sem-arquivo-estudoextdisc
               close arqEstudoExtDisc
           end-if

           display "Historicos emitidos: " ws-total-emitidos

