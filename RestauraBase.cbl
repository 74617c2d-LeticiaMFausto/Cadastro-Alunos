           record key is fd-mens-chave
           file status is ws-fs-arqMensalidade.

           select arqDesconto assign to "arqDesconto.dat"
           organization is indexed
           access mode is sequential
           record key is fd-desc-chave
           file status is ws-fs-arqDesconto.

           select arqProfessor assign to "arqProfessor.dat"
           organization is indexed
           access mode is sequential
           record key is fd-prof-cod
           file status is ws-fs-arqProfessor.

           select arqHistDisc assign to "arqHistDisc.dat"
           organization is indexed
           access mode is sequential
           record key is fd-hd-chave
           file status is ws-fs-arqHistDisc.

           select arqDependencia assign to "arqDependencia.dat"
           organization is indexed
           access mode is sequential
           record key is fd-dep-chave
           file status is ws-fs-arqDependencia.

           select arqConselho assign to "arqConselho.dat"
           organization is indexed
           access mode is sequential
           record key is fd-cons-chave
           file status is ws-fs-arqConselho.

           select arqEstudoExt assign to "arqEstudoExt.dat"
           organization is indexed
           access mode is sequential
           record key is fd-ext-chave
           file status is ws-fs-arqEstudoExt.

           select arqEstudoExtDisc assign to "arqEstudoExtDisc.dat"
           organization is indexed
           access mode is sequential
           record key is fd-exd-chave
           file status is ws-fs-arqEstudoExtDisc.

           select arqOcorrencia assign to "arqOcorrencia.dat"
           organization is indexed
           access mode is sequential
           record key is fd-oco-chave
           file status is ws-fs-arqOcorrencia.

           select arqAviso assign to "arqAviso.dat"
           organization is indexed
           access mode is sequential
           record key is fd-aviso-chave
           file status is ws-fs-arqAviso.

           select arqExecucao assign to "arqExecucao.dat"
           organization is indexed
           access mode is sequential
           record key is fd-exec-chave
           file status is ws-fs-arqExecucao.

           select arqFechamento assign to "arqFechamento.dat"
           organization is indexed
           access mode is sequential
           record key is fd-fech-data
           file status is ws-fs-arqFechamento.

           select arqBackup assign to ws-nome-backup
           organization is sequential
           file status is ws-fs-arqBackup.
       fd arqMensalidade.
           copy MENSALIDADE.

       fd arqDesconto.
           copy DESCONTO.

       fd arqProfessor.
           copy PROFESSOR.

       fd arqHistDisc.
           copy HISTDISC.

       fd arqDependencia.
           copy DEPENDENCIA.

       fd arqConselho.
           copy CONSELHO.

       fd arqEstudoExt.
           copy ESTUDOEXT.

       fd arqEstudoExtDisc.
           copy ESTUDOEXTDISC.

       fd arqOcorrencia.
           copy OCORRENCIA.

       fd arqAviso.
           copy AVISO.

       fd arqExecucao.
           copy EXECUCAO.

       fd arqFechamento.
           copy FECHAMENTO.

       fd arqBackup
           record contains 288 characters.
       01  fd-registro-backup                      pic x(288).

       fd arqManifesto
           record contains 40 characters.
       77  ws-fs-arqGrade                          pic  9(02).
       77  ws-fs-arqFilaEspera                     pic  9(02).
       77  ws-fs-arqMensalidade                    pic  9(02).
       77  ws-fs-arqDesconto                       pic  9(02).
       77  ws-fs-arqProfessor                      pic  9(02).
       77  ws-fs-arqHistDisc                       pic  9(02).
       77  ws-fs-arqDependencia                    pic  9(02).
       77  ws-fs-arqConselho                       pic  9(02).
       77  ws-fs-arqEstudoExt                      pic  9(02).
       77  ws-fs-arqEstudoExtDisc                  pic  9(02).
       77  ws-fs-arqOcorrencia                     pic  9(02).
       77  ws-fs-arqAviso                          pic  9(02).
       77  ws-fs-arqExecucao                       pic  9(02).
       77  ws-fs-arqFechamento                     pic  9(02).
       77  ws-fs-arqBackup                         pic  9(02).
       77  ws-fs-arqManifesto                      pic  9(02).


      *>----Manifesto carregado em memoria para as duas passadas
       01  ws-manifesto-tab.
           05  ws-manif-ent                        occurs 30 times.
               10  ws-me-nome                      pic x(20).
               10  ws-me-presente                  pic x(01).
               10  ws-me-qtd                       pic 9(07).
                   perform restaura-fila-espera
               when "Mensalidade"
                   perform restaura-mensalidade
               when "Desconto"
                   perform restaura-desconto
               when "Professor"
                   perform restaura-professor
               when "HistDisc"
                   perform restaura-histdisc
               when "Dependencia"
                   perform restaura-dependencia
               when "Conselho"
                   perform restaura-conselho
               when "EstudoExt"
                   perform restaura-estudoext
               when "EstudoExtDisc"
                   perform restaura-estudoextdisc
               when "Ocorrencia"
                   perform restaura-ocorrencia
               when "Aviso"
                   perform restaura-aviso
               when "Execucao"
                   perform restaura-execucao
               when "Fechamento"
                   perform restaura-fechamento
               when other
                   display "Arquivo desconhecido no manifesto: " ws-nome-arquivo
           end-evaluate
       restaura-mensalidade-exit.
           exit.

       restaura-desconto section.

           open output arqDesconto
           if ws-fs-arqDesconto <> 00 then
               move 15                                          to ws-msn-erro-ofsset
               move ws-fs-arqDesconto                           to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDesconto.dat "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-me-presente (ws-ent) = "S"
               perform until ws-fs-arqBackup = 10
                   read arqBackup next
                   if ws-fs-arqBackup = 0 then
                       move fd-registro-backup to fd-descontos
                       write fd-descontos
                       if ws-fs-arqDesconto <> 0 then
                           move 15                                          to ws-msn-erro-ofsset
                           move ws-fs-arqDesconto                           to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqDesconto.dat "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-restaurada
                   else
                       if ws-fs-arqBackup <> 10 then
                           move 2                                           to ws-msn-erro-ofsset
                           move ws-fs-arqBackup                             to ws-msn-erro-cod
                           move "Erro ao ler arq. de backup "               to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           close arqDesconto

           .
       restaura-desconto-exit.
           exit.

       restaura-professor section.

           open output arqProfessor
           if ws-fs-arqProfessor <> 00 then
               move 16                                          to ws-msn-erro-ofsset
               move ws-fs-arqProfessor                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqProfessor.dat "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-me-presente (ws-ent) = "S"
               perform until ws-fs-arqBackup = 10
                   read arqBackup next
                   if ws-fs-arqBackup = 0 then
                       move fd-registro-backup to fd-professores
                       write fd-professores
                       if ws-fs-arqProfessor <> 0 then
                           move 16                                          to ws-msn-erro-ofsset
                           move ws-fs-arqProfessor                          to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqProfessor.dat "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-restaurada
                   else
                       if ws-fs-arqBackup <> 10 then
                           move 2                                           to ws-msn-erro-ofsset
                           move ws-fs-arqBackup                             to ws-msn-erro-cod
                           move "Erro ao ler arq. de backup "               to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           close arqProfessor

           .
       restaura-professor-exit.
           exit.

       restaura-histdisc section.

           open output arqHistDisc
           if ws-fs-arqHistDisc <> 00 then
               move 17                                          to ws-msn-erro-ofsset
               move ws-fs-arqHistDisc                           to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistDisc.dat "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-me-presente (ws-ent) = "S"
               perform until ws-fs-arqBackup = 10
                   read arqBackup next
                   if ws-fs-arqBackup = 0 then
                       move fd-registro-backup to fd-histdisc
                       write fd-histdisc
                       if ws-fs-arqHistDisc <> 0 then
                           move 17                                          to ws-msn-erro-ofsset
                           move ws-fs-arqHistDisc                           to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqHistDisc.dat "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-restaurada
                   else
                       if ws-fs-arqBackup <> 10 then
                           move 2                                           to ws-msn-erro-ofsset
                           move ws-fs-arqBackup                             to ws-msn-erro-cod
                           move "Erro ao ler arq. de backup "               to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           close arqHistDisc

           .
       restaura-histdisc-exit.
           exit.

       restaura-dependencia section.

           open output arqDependencia
           if ws-fs-arqDependencia <> 00 then
               move 18                                          to ws-msn-erro-ofsset
               move ws-fs-arqDependencia                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDependencia.dat "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-me-presente (ws-ent) = "S"
               perform until ws-fs-arqBackup = 10
                   read arqBackup next
                   if ws-fs-arqBackup = 0 then
                       move fd-registro-backup to fd-dependencias
                       write fd-dependencias
                       if ws-fs-arqDependencia <> 0 then
                           move 18                                          to ws-msn-erro-ofsset
                           move ws-fs-arqDependencia                        to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqDependencia.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-restaurada
                   else
                       if ws-fs-arqBackup <> 10 then
                           move 2                                           to ws-msn-erro-ofsset
                           move ws-fs-arqBackup                             to ws-msn-erro-cod
                           move "Erro ao ler arq. de backup "               to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           close arqDependencia

           .
       restaura-dependencia-exit.
           exit.

       restaura-conselho section.

           open output arqConselho
           if ws-fs-arqConselho <> 00 then
               move 19                                          to ws-msn-erro-ofsset
               move ws-fs-arqConselho                           to ws-msn-erro-cod
               move "Erro ao abrir arq. arqConselho.dat "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-me-presente (ws-ent) = "S"
               perform until ws-fs-arqBackup = 10
                   read arqBackup next
                   if ws-fs-arqBackup = 0 then
                       move fd-registro-backup to fd-conselho
                       write fd-conselho
                       if ws-fs-arqConselho <> 0 then
                           move 19                                          to ws-msn-erro-ofsset
                           move ws-fs-arqConselho                           to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqConselho.dat "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-restaurada
                   else
                       if ws-fs-arqBackup <> 10 then
                           move 2                                           to ws-msn-erro-ofsset
                           move ws-fs-arqBackup                             to ws-msn-erro-cod
                           move "Erro ao ler arq. de backup "               to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           close arqConselho

           .
       restaura-conselho-exit.
           exit.

       restaura-estudoext section.

           open output arqEstudoExt
           if ws-fs-arqEstudoExt <> 00 then
               move 20                                          to ws-msn-erro-ofsset
               move ws-fs-arqEstudoExt                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEstudoExt.dat "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-me-presente (ws-ent) = "S"
               perform until ws-fs-arqBackup = 10
                   read arqBackup next
                   if ws-fs-arqBackup = 0 then
                       move fd-registro-backup to fd-estudo-ext
                       write fd-estudo-ext
                       if ws-fs-arqEstudoExt <> 0 then
                           move 20                                          to ws-msn-erro-ofsset
                           move ws-fs-arqEstudoExt                          to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqEstudoExt.dat "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-restaurada
                   else
                       if ws-fs-arqBackup <> 10 then
                           move 2                                           to ws-msn-erro-ofsset
                           move ws-fs-arqBackup                             to ws-msn-erro-cod
                           move "Erro ao ler arq. de backup "               to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           close arqEstudoExt

           .
       restaura-estudoext-exit.
           exit.

       restaura-estudoextdisc section.

           open output arqEstudoExtDisc
           if ws-fs-arqEstudoExtDisc <> 00 then
               move 21                                          to ws-msn-erro-ofsset
               move ws-fs-arqEstudoExtDisc                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEstudoExtDisc.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-me-presente (ws-ent) = "S"
               perform until ws-fs-arqBackup = 10
                   read arqBackup next
                   if ws-fs-arqBackup = 0 then
                       move fd-registro-backup to fd-estudo-ext-disc
                       write fd-estudo-ext-disc
                       if ws-fs-arqEstudoExtDisc <> 0 then
                           move 21                                          to ws-msn-erro-ofsset
                           move ws-fs-arqEstudoExtDisc                      to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqEstudoExtDisc.dat " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-restaurada
                   else
                       if ws-fs-arqBackup <> 10 then
                           move 2                                           to ws-msn-erro-ofsset
                           move ws-fs-arqBackup                             to ws-msn-erro-cod
                           move "Erro ao ler arq. de backup "               to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           close arqEstudoExtDisc

           .
       restaura-estudoextdisc-exit.
           exit.

       restaura-ocorrencia section.

           open output arqOcorrencia
           if ws-fs-arqOcorrencia <> 00 then
               move 22                                          to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOcorrencia.dat "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-me-presente (ws-ent) = "S"
               perform until ws-fs-arqBackup = 10
                   read arqBackup next
                   if ws-fs-arqBackup = 0 then
                       move fd-registro-backup to fd-ocorrencia
                       write fd-ocorrencia
                       if ws-fs-arqOcorrencia <> 0 then
                           move 22                                          to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencia                         to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqOcorrencia.dat "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-restaurada
                   else
                       if ws-fs-arqBackup <> 10 then
                           move 2                                           to ws-msn-erro-ofsset
                           move ws-fs-arqBackup                             to ws-msn-erro-cod
                           move "Erro ao ler arq. de backup "               to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           close arqOcorrencia

           .
       restaura-ocorrencia-exit.
           exit.

       restaura-aviso section.

           open output arqAviso
           if ws-fs-arqAviso <> 00 then
               move 23                                          to ws-msn-erro-ofsset
               move ws-fs-arqAviso                              to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAviso.dat "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-me-presente (ws-ent) = "S"
               perform until ws-fs-arqBackup = 10
                   read arqBackup next
                   if ws-fs-arqBackup = 0 then
                       move fd-registro-backup to fd-aviso
                       write fd-aviso
                       if ws-fs-arqAviso <> 0 then
                           move 23                                          to ws-msn-erro-ofsset
                           move ws-fs-arqAviso                              to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqAviso.dat "         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-restaurada
                   else
                       if ws-fs-arqBackup <> 10 then
                           move 2                                           to ws-msn-erro-ofsset
                           move ws-fs-arqBackup                             to ws-msn-erro-cod
                           move "Erro ao ler arq. de backup "               to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           close arqAviso

           .
       restaura-aviso-exit.
           exit.

       restaura-execucao section.

           open output arqExecucao
           if ws-fs-arqExecucao <> 00 then
               move 24                                          to ws-msn-erro-ofsset
               move ws-fs-arqExecucao                           to ws-msn-erro-cod
               move "Erro ao abrir arq. arqExecucao.dat "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-me-presente (ws-ent) = "S"
               perform until ws-fs-arqBackup = 10
                   read arqBackup next
                   if ws-fs-arqBackup = 0 then
                       move fd-registro-backup to fd-execucao
                       write fd-execucao
                       if ws-fs-arqExecucao <> 0 then
                           move 24                                          to ws-msn-erro-ofsset
                           move ws-fs-arqExecucao                           to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqExecucao.dat "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-restaurada
                   else
                       if ws-fs-arqBackup <> 10 then
                           move 2                                           to ws-msn-erro-ofsset
                           move ws-fs-arqBackup                             to ws-msn-erro-cod
                           move "Erro ao ler arq. de backup "               to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           close arqExecucao

           .
       restaura-execucao-exit.
           exit.

       restaura-fechamento section.

           open output arqFechamento
           if ws-fs-arqFechamento <> 00 then
               move 26                                          to ws-msn-erro-ofsset
               move ws-fs-arqFechamento                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFechamento.dat "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-me-presente (ws-ent) = "S"
               perform until ws-fs-arqBackup = 10
                   read arqBackup next
                   if ws-fs-arqBackup = 0 then
                       move fd-registro-backup to fd-fechamento
                       write fd-fechamento
                       if ws-fs-arqFechamento <> 0 then
                           move 26                                          to ws-msn-erro-ofsset
                           move ws-fs-arqFechamento                         to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqFechamento.dat "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-restaurada
                   else
                       if ws-fs-arqBackup <> 10 then
                           move 2                                           to ws-msn-erro-ofsset
                           move ws-fs-arqBackup                             to ws-msn-erro-cod
                           move "Erro ao ler arq. de backup "               to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           close arqFechamento

           .
       restaura-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Deixa o arqControle consistente com o cadastro restaurado:
      *>  o ultimo codigo (chave "1") sobe para o maior fd-ind
