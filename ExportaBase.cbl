      *>Backup completo da base em uma geração datada: exporta TODOS
      *>os arquivos de dados (arqCadAluno, arqTurma, arqDisciplina,
      *>arqNotaDisc, arqFrequencia, arqHistorico, arqControle,
      *>arqOperador, arqResponsavel, arqGrade, arqFilaEspera,
      *>arqMensalidade, arqDesconto, arqProfessor, arqHistDisc,
      *>arqDependencia, arqConselho, arqEstudoExt,
      *>arqEstudoExtDisc, arqOcorrencia, arqAviso, arqExecucao,
      *>arqFechamento) para
      *>arquivos sequenciais BkpBase_AAAAMMDD_<nome>.dat, todos com
      *>registros de 288 posições (completados com espaços), e grava
      *>o manifesto ManifestoBase_AAAAMMDD.txt com a contagem de
      *>registros de cada arquivo. É o manifesto que o RestauraBase
      *>confere antes de recriar a base - restauro que devolve o
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

      *>Um mesmo arquivo de backup serve para todas as exportações -
      *>o nome muda a cada arquivo exportado
           select arqBackup assign to ws-nome-backup
           organization is line sequential
           file status is ws-fs-arqManifesto.

           select arqContagem assign to "ContagemEtapa.txt"
           organization is line sequential
           file status is ws-fs-arqContagem.

      *>Declaração de variáveis
       data division.

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
       01  fd-linha-manifesto                      pic x(40).

       fd arqContagem.
           copy CONTAGEM.

      *>----Variaveis de trabalho
       working-storage section.

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
       77  ws-fs-arqContagem                       pic  9(02).

           copy MSGERRO.

           perform exporta-grade
           perform exporta-fila-espera
           perform exporta-mensalidade
           perform exporta-desconto
           perform exporta-professor
           perform exporta-histdisc
           perform exporta-dependencia
           perform exporta-conselho
           perform exporta-estudoext
           perform exporta-estudoextdisc
           perform exporta-ocorrencia
           perform exporta-aviso
           perform exporta-execucao
           perform exporta-fechamento

           .
       processamento-exit.

      *>------------------------------------------------------------------------
      *>  Exportações - um passe sequencial por arquivo, cada registro
      *>  completado com espaços até 288 posições
      *>------------------------------------------------------------------------
       exporta-cad-aluno section.

       exporta-mensalidade-exit.
           exit.

       exporta-desconto section.

           move "Desconto" to ws-nome-arquivo
           move "S" to ws-arquivo-presente

           open input arqDesconto
           if ws-fs-arqDesconto = 35 then
               perform marca-ausente
           else
               if ws-fs-arqDesconto  <> 00
               and ws-fs-arqDesconto <> 05 then
                   move 15                                          to ws-msn-erro-ofsset
                   move ws-fs-arqDesconto                           to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDesconto.dat "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform abre-backup
               perform until ws-fs-arqDesconto = 10
                   read arqDesconto next
                   if ws-fs-arqDesconto = 0 then
                       move spaces to fd-registro-backup
                       move fd-descontos to fd-registro-backup
                       perform grava-registro-backup
                   else
                       if ws-fs-arqDesconto <> 10 then
                           move 15                                          to ws-msn-erro-ofsset
                           move ws-fs-arqDesconto                           to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDesconto.dat "         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqDesconto
               perform fecha-backup
           end-if

           .
       exporta-desconto-exit.
           exit.

       exporta-professor section.

           move "Professor" to ws-nome-arquivo
           move "S" to ws-arquivo-presente

           open input arqProfessor
           if ws-fs-arqProfessor = 35 then
               perform marca-ausente
           else
               if ws-fs-arqProfessor  <> 00
               and ws-fs-arqProfessor <> 05 then
                   move 16                                          to ws-msn-erro-ofsset
                   move ws-fs-arqProfessor                          to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqProfessor.dat "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform abre-backup
               perform until ws-fs-arqProfessor = 10
                   read arqProfessor next
                   if ws-fs-arqProfessor = 0 then
                       move spaces to fd-registro-backup
                       move fd-professores to fd-registro-backup
                       perform grava-registro-backup
                   else
                       if ws-fs-arqProfessor <> 10 then
                           move 16                                          to ws-msn-erro-ofsset
                           move ws-fs-arqProfessor                          to ws-msn-erro-cod
                           move "Erro ao ler arq. arqProfessor.dat "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqProfessor
               perform fecha-backup
           end-if

           .
       exporta-professor-exit.
           exit.

       exporta-histdisc section.

           move "HistDisc" to ws-nome-arquivo
           move "S" to ws-arquivo-presente

           open input arqHistDisc
           if ws-fs-arqHistDisc = 35 then
               perform marca-ausente
           else
               if ws-fs-arqHistDisc  <> 00
               and ws-fs-arqHistDisc <> 05 then
                   move 17                                          to ws-msn-erro-ofsset
                   move ws-fs-arqHistDisc                           to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistDisc.dat "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform abre-backup
               perform until ws-fs-arqHistDisc = 10
                   read arqHistDisc next
                   if ws-fs-arqHistDisc = 0 then
                       move spaces to fd-registro-backup
                       move fd-histdisc to fd-registro-backup
                       perform grava-registro-backup
                   else
                       if ws-fs-arqHistDisc <> 10 then
                           move 17                                          to ws-msn-erro-ofsset
                           move ws-fs-arqHistDisc                           to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHistDisc.dat "         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqHistDisc
               perform fecha-backup
           end-if

           .
       exporta-histdisc-exit.
           exit.

       exporta-dependencia section.

           move "Dependencia" to ws-nome-arquivo
           move "S" to ws-arquivo-presente

           open input arqDependencia
           if ws-fs-arqDependencia = 35 then
               perform marca-ausente
           else
               if ws-fs-arqDependencia  <> 00
               and ws-fs-arqDependencia <> 05 then
                   move 18                                          to ws-msn-erro-ofsset
                   move ws-fs-arqDependencia                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDependencia.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform abre-backup
               perform until ws-fs-arqDependencia = 10
                   read arqDependencia next
                   if ws-fs-arqDependencia = 0 then
                       move spaces to fd-registro-backup
                       move fd-dependencias to fd-registro-backup
                       perform grava-registro-backup
                   else
                       if ws-fs-arqDependencia <> 10 then
                           move 18                                          to ws-msn-erro-ofsset
                           move ws-fs-arqDependencia                        to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDependencia.dat "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqDependencia
               perform fecha-backup
           end-if

           .
       exporta-dependencia-exit.
           exit.

       exporta-conselho section.

           move "Conselho" to ws-nome-arquivo
           move "S" to ws-arquivo-presente

           open input arqConselho
           if ws-fs-arqConselho = 35 then
               perform marca-ausente
           else
               if ws-fs-arqConselho  <> 00
               and ws-fs-arqConselho <> 05 then
                   move 19                                          to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                           to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselho.dat "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform abre-backup
               perform until ws-fs-arqConselho = 10
                   read arqConselho next
                   if ws-fs-arqConselho = 0 then
                       move spaces to fd-registro-backup
                       move fd-conselho to fd-registro-backup
                       perform grava-registro-backup
                   else
                       if ws-fs-arqConselho <> 10 then
                           move 19                                          to ws-msn-erro-ofsset
                           move ws-fs-arqConselho                           to ws-msn-erro-cod
                           move "Erro ao ler arq. arqConselho.dat "         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqConselho
               perform fecha-backup
           end-if

           .
       exporta-conselho-exit.
           exit.

       exporta-estudoext section.

           move "EstudoExt" to ws-nome-arquivo
           move "S" to ws-arquivo-presente

           open input arqEstudoExt
           if ws-fs-arqEstudoExt = 35 then
               perform marca-ausente
           else
               if ws-fs-arqEstudoExt  <> 00
               and ws-fs-arqEstudoExt <> 05 then
                   move 20                                          to ws-msn-erro-ofsset
                   move ws-fs-arqEstudoExt                          to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEstudoExt.dat "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform abre-backup
               perform until ws-fs-arqEstudoExt = 10
                   read arqEstudoExt next
                   if ws-fs-arqEstudoExt = 0 then
                       move spaces to fd-registro-backup
                       move fd-estudo-ext to fd-registro-backup
                       perform grava-registro-backup
                   else
                       if ws-fs-arqEstudoExt <> 10 then
                           move 20                                          to ws-msn-erro-ofsset
                           move ws-fs-arqEstudoExt                          to ws-msn-erro-cod
                           move "Erro ao ler arq. arqEstudoExt.dat "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqEstudoExt
               perform fecha-backup
           end-if

           .
       exporta-estudoext-exit.
           exit.

       exporta-estudoextdisc section.

           move "EstudoExtDisc" to ws-nome-arquivo
           move "S" to ws-arquivo-presente

           open input arqEstudoExtDisc
           if ws-fs-arqEstudoExtDisc = 35 then
               perform marca-ausente
           else
               if ws-fs-arqEstudoExtDisc  <> 00
               and ws-fs-arqEstudoExtDisc <> 05 then
                   move 21                                          to ws-msn-erro-ofsset
                   move ws-fs-arqEstudoExtDisc                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEstudoExtDisc.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform abre-backup
               perform until ws-fs-arqEstudoExtDisc = 10
                   read arqEstudoExtDisc next
                   if ws-fs-arqEstudoExtDisc = 0 then
                       move spaces to fd-registro-backup
                       move fd-estudo-ext-disc to fd-registro-backup
                       perform grava-registro-backup
                   else
                       if ws-fs-arqEstudoExtDisc <> 10 then
                           move 21                                          to ws-msn-erro-ofsset
                           move ws-fs-arqEstudoExtDisc                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqEstudoExtDisc.dat "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqEstudoExtDisc
               perform fecha-backup
           end-if

           .
       exporta-estudoextdisc-exit.
           exit.

       exporta-ocorrencia section.

           move "Ocorrencia" to ws-nome-arquivo
           move "S" to ws-arquivo-presente

           open input arqOcorrencia
           if ws-fs-arqOcorrencia = 35 then
               perform marca-ausente
           else
               if ws-fs-arqOcorrencia  <> 00
               and ws-fs-arqOcorrencia <> 05 then
                   move 22                                          to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencia                         to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqOcorrencia.dat "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform abre-backup
               perform until ws-fs-arqOcorrencia = 10
                   read arqOcorrencia next
                   if ws-fs-arqOcorrencia = 0 then
                       move spaces to fd-registro-backup
                       move fd-ocorrencia to fd-registro-backup
                       perform grava-registro-backup
                   else
                       if ws-fs-arqOcorrencia <> 10 then
                           move 22                                          to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencia                         to ws-msn-erro-cod
                           move "Erro ao ler arq. arqOcorrencia.dat "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqOcorrencia
               perform fecha-backup
           end-if

           .
       exporta-ocorrencia-exit.
           exit.

       exporta-aviso section.

           move "Aviso" to ws-nome-arquivo
           move "S" to ws-arquivo-presente

           open input arqAviso
           if ws-fs-arqAviso = 35 then
               perform marca-ausente
           else
               if ws-fs-arqAviso  <> 00
               and ws-fs-arqAviso <> 05 then
                   move 23                                          to ws-msn-erro-ofsset
                   move ws-fs-arqAviso                              to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAviso.dat "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform abre-backup
               perform until ws-fs-arqAviso = 10
                   read arqAviso next
                   if ws-fs-arqAviso = 0 then
                       move spaces to fd-registro-backup
                       move fd-aviso to fd-registro-backup
                       perform grava-registro-backup
                   else
                       if ws-fs-arqAviso <> 10 then
                           move 23                                          to ws-msn-erro-ofsset
                           move ws-fs-arqAviso                              to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAviso.dat "            to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqAviso
               perform fecha-backup
           end-if

           .
       exporta-aviso-exit.
           exit.

       exporta-execucao section.

           move "Execucao" to ws-nome-arquivo
           move "S" to ws-arquivo-presente

           open input arqExecucao
           if ws-fs-arqExecucao = 35 then
               perform marca-ausente
           else
               if ws-fs-arqExecucao  <> 00
               and ws-fs-arqExecucao <> 05 then
                   move 24                                          to ws-msn-erro-ofsset
                   move ws-fs-arqExecucao                           to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqExecucao.dat "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform abre-backup
               perform until ws-fs-arqExecucao = 10
                   read arqExecucao next
                   if ws-fs-arqExecucao = 0 then
                       move spaces to fd-registro-backup
                       move fd-execucao to fd-registro-backup
                       perform grava-registro-backup
                   else
                       if ws-fs-arqExecucao <> 10 then
                           move 24                                          to ws-msn-erro-ofsset
                           move ws-fs-arqExecucao                           to ws-msn-erro-cod
                           move "Erro ao ler arq. arqExecucao.dat "         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqExecucao
               perform fecha-backup
           end-if

           .
       exporta-execucao-exit.
           exit.

       exporta-fechamento section.

           move "Fechamento" to ws-nome-arquivo
           move "S" to ws-arquivo-presente

           open input arqFechamento
           if ws-fs-arqFechamento = 35 then
               perform marca-ausente
           else
               if ws-fs-arqFechamento  <> 00
               and ws-fs-arqFechamento <> 05 then
                   move 26                                          to ws-msn-erro-ofsset
                   move ws-fs-arqFechamento                         to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqFechamento.dat "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform abre-backup
               perform until ws-fs-arqFechamento = 10
                   read arqFechamento next
                   if ws-fs-arqFechamento = 0 then
                       move spaces to fd-registro-backup
                       move fd-fechamento to fd-registro-backup
                       perform grava-registro-backup
                   else
                       if ws-fs-arqFechamento <> 10 then
                           move 26                                          to ws-msn-erro-ofsset
                           move ws-fs-arqFechamento                         to ws-msn-erro-cod
                           move "Erro ao ler arq. arqFechamento.dat "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqFechamento
               perform fecha-backup
           end-if

           .
       exporta-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contagens da execução em ContagemEtapa.txt, para o log do
      *>  fechamento do ano letivo (ControleAnoLetivo)
      *>------------------------------------------------------------------------
       grava-contagens section.

           open output arqContagem
           if ws-fs-arqContagem <> 00 then
               move 25                                        to ws-msn-erro-ofsset
               move ws-fs-arqContagem                         to ws-msn-erro-cod
               move "Erro ao abrir arq. ContagemEtapa.txt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Arquivos copiados"      to fd-cont-rotulo
           move ws-total-arquivos        to fd-cont-valor
           perform grava-contagem

           close arqContagem

           .
       grava-contagens-exit.
           exit.

       grava-contagem section.

           write fd-contagem
           if ws-fs-arqContagem <> 00 then
               move 25                                        to ws-msn-erro-ofsset
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

           close arqManifesto

           perform grava-contagens

           display "Arquivos no manifesto: " ws-total-arquivos
           display "Manifesto gravado em " function trim (ws-nome-manifesto)

