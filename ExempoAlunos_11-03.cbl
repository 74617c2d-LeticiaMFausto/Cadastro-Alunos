           record key is fd-mens-chave
           file status is ws-fs-arqMensalidade.

           select arqDesconto assign to "arqDesconto.dat" *> Descontos de mensalidade por aluno (bolsas etc.)
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-desc-chave
           file status is ws-fs-arqDesconto.

           select arqProfessor assign to "arqProfessor.dat" *> Professores (carga horaria e grade)
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-prof-cod
           file status is ws-fs-arqProfessor.

           select arqDependencia assign to "arqDependencia.dat" *> Dependências (aprovados c/ dependência)
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dep-chave
           file status is ws-fs-arqDependencia.

           select arqConselho assign to "arqConselho.dat" *> Decisões do Conselho de Classe
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cons-chave
           file status is ws-fs-arqConselho.

           select arqEstudoExt assign to "arqEstudoExt.dat" *> Estudos anteriores em outras escolas (por ano)
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ext-chave
           file status is ws-fs-arqEstudoExt.

           select arqEstudoExtDisc assign to "arqEstudoExtDisc.dat" *> Disciplinas dos estudos anteriores
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-exd-chave
           file status is ws-fs-arqEstudoExtDisc.

           select arqOcorrencia assign to "arqOcorrencia.dat" *> ocorrências disciplinares
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-oco-chave
           file status is ws-fs-arqOcorrencia.

           select arqFechamento assign to "arqFechamento.dat" *> Fechamento de caixa
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-fech-data
           file status is ws-fs-arqFechamento.

       i-o-control.

      *>Declaração de variáveis
       fd arqMensalidade.
           copy MENSALIDADE.

       fd arqDesconto.
           copy DESCONTO.

       fd arqProfessor.
           copy PROFESSOR.

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

       fd arqFechamento.
           copy FECHAMENTO.

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqFilaEspera                     pic  9(02).
       77  ws-fs-arqGrade                          pic  9(02).
       77  ws-fs-arqMensalidade                    pic  9(02).
       77  ws-fs-arqDesconto                       pic  9(02).
       77  ws-fs-arqProfessor                      pic  9(02).
       77  ws-fs-arqDependencia                    pic  9(02).
       77  ws-fs-arqConselho                       pic  9(02).
       77  ws-fs-arqEstudoExt                      pic  9(02).
       77  ws-fs-arqEstudoExtDisc                  pic  9(02).
       77  ws-fs-arqOcorrencia                     pic  9(02).
       77  ws-fs-arqFechamento                     pic  9(02).

           copy MSGERRO.


           copy MENSALIDADEWS.

           copy DESCONTOWS.

           copy PROFESSORWS.

           copy DEPENDENCIAWS.

           copy CONSELHOWS.

           copy ESTUDOEXTWS.

           copy ESTUDOEXTDISCWS.

           copy OCORRENCIAWS.

           copy FECHAMENTOWS.

           copy RESULTDISC.

      *>----Baixa de pagamento e cancelamento de mensalidades
       77  ws-competencia-baixa                     pic 9(06).
       77  ws-opcao-mens                            pic x(01).
       77  ws-fim-mens                              pic x(01).
           88  fim-mens-aluno                       value "S".
       77  ws-valor-edt                             pic zzzz9,99.
       77  ws-data-verif                            pic 9(08).
       77  ws-dia-fechado                           pic x(01).
           88  dia-fechado                          value "S".

      *>----Manutenção dos descontos de mensalidade do aluno
       77  ws-opcao-desc                            pic x(01).
       77  ws-qtd-desc-aluno                        pic 9(02).
       77  ws-desc-prox-seq                         pic 9(02).
       77  ws-fim-desc                              pic x(01).
           88  fim-desc-aluno                       value "S".
       77  ws-perc-edt                              pic zz9,99.

      *>----Validação de disciplina contra a grade curricular da turma
       77  ws-disc-na-grade                         pic x(01).
       77  ws-qtd-grade                             pic 9(03).
       77  ws-opcao-grade                           pic x(01).

      *>----Cadastro de professores e atribuição na grade
       77  ws-prof-digitado                         pic 9(03).
       77  ws-prof-ok                               pic x(01).
           88  professor-validado                   value "S".

      *>----Controle de lotação de turma e fila de espera
       77  ws-qtd-matriculados                      pic 9(03).
       77  ws-fila-prox-seq                         pic 9(05).
           88  telefone-valido                      value "S".
       77  ws-tel-valida                            pic  x(15).

      *>----Dados do Censo Escolar
       77  ws-censo-ok                              pic  x(01).
           88  dado-censo-valido                    value "S".
       77  ws-ano-corrente                          pic  9(04).

      *>----Decisão do Conselho de Classe
       77  ws-opcao-cons                            pic x(01).
       77  ws-cons-existe                           pic x(01).
           88  decisao-ja-registrada                value "S".

      *>----Ocorrências disciplinares
       77  ws-opcao-oco                             pic x(01).
           88  sair-ocorrencias                     value "V" "v".
       77  ws-qtd-oco-aluno                         pic 9(03).
       77  ws-oco-tipo-descr                        pic x(12).
       77  ws-data-hoje                             pic 9(08).

      *>----Estudos anteriores em outras escolas
       77  ws-opcao-ext                             pic x(01).
           88  sair-estudos-ext                     value "V" "v".
       77  ws-ext-existe                            pic x(01).
           88  estudo-ext-ja-existe                 value "S".
       77  ws-fim-ext                               pic x(01).
           88  fim-ext-aluno                        value "S".
       77  ws-fim-exd                               pic x(01).
           88  fim-exd-ano                          value "S".
       77  ws-qtd-ext-aluno                         pic 9(03).
       77  ws-ult-seq-exd                           pic 9(02).
       77  ws-mais-disc-ext                         pic x(01).
           88  fim-disc-ext                         value "V" "v".
       77  ws-media-ext-edt                         pic z9,99.

      *>----Dependências do aluno aprovado com dependência
       77  ws-qtd-dep-aluno                         pic 9(02).
       77  ws-fim-dep                               pic x(01).
           88  fim-dep-aluno                        value "S".
       77  ws-opcao-dep                             pic x(01).

      *>----Reprocessamento do exame final (recuperação)
       77  ws-pior-nota                             pic  9(02)v99.
       77  ws-qtd-exame                             pic  9(02).
       77  ws-rd-sel                                pic  9(02).

      *>----Sign-on do operador (quem assina a trilha de auditoria)
       77  ws-oper-logado                           pic  x(10).
       77  ws-freq-tot-aulas                        pic  9(05).
       77  ws-freq-perc                             pic  9(03)v99.
       77  ws-freq-aulas-mes                        pic  9(03).
      *>Dias de suspensão do ano letivo por mês - contam como faltas
      *>justificadas (abatidas das faltas lançadas no mês)
       77  ws-freq-tot-justif                       pic  9(05).
       77  ws-freq-faltas-mes                       pic  9(03).
       77  ws-susp-ano-letivo                       pic  9(04).
       77  ws-fim-ocorrencia                        pic  x(01).
           88  fim-ocorrencia-aluno                 value "S".
       01  ws-suspensao-meses.
           05  ws-susp-dias-mes                     pic  9(03) occurs 12.

      *>----Consulta de histórico escolar (anos encerrados)
       77  ws-fim-historico                         pic  x(01).
               perform finaliza-anormal
           end-if

           open i-o arqDesconto
           if ws-fs-arqDesconto <> 00
           and ws-fs-arqDesconto <> 05 then
               move 21                                        to ws-msn-erro-ofsset
               move ws-fs-arqDesconto                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDesconto.dat "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqProfessor
           if ws-fs-arqProfessor <> 00
           and ws-fs-arqProfessor <> 05 then
               move 22                                        to ws-msn-erro-ofsset
               move ws-fs-arqProfessor                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqProfessor.dat "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqDependencia
           if ws-fs-arqDependencia <> 00
           and ws-fs-arqDependencia <> 05 then
               move 23                                        to ws-msn-erro-ofsset
               move ws-fs-arqDependencia                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDependencia.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqConselho
           if ws-fs-arqConselho <> 00
           and ws-fs-arqConselho <> 05 then
               move 24                                        to ws-msn-erro-ofsset
               move ws-fs-arqConselho                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqConselho.dat "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqEstudoExt
           if ws-fs-arqEstudoExt <> 00
           and ws-fs-arqEstudoExt <> 05 then
               move 25                                        to ws-msn-erro-ofsset
               move ws-fs-arqEstudoExt                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEstudoExt.dat "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqEstudoExtDisc
           if ws-fs-arqEstudoExtDisc <> 00
           and ws-fs-arqEstudoExtDisc <> 05 then
               move 26                                        to ws-msn-erro-ofsset
               move ws-fs-arqEstudoExtDisc                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEstudoExtDisc.dat " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqOcorrencia
           if ws-fs-arqOcorrencia <> 00
           and ws-fs-arqOcorrencia <> 05 then
               move 27                                        to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOcorrencia.dat "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqFechamento
           if ws-fs-arqFechamento <> 00
           and ws-fs-arqFechamento <> 05 then
               move 28                                        to ws-msn-erro-ofsset
               move ws-fs-arqFechamento                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFechamento.dat "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform assina-operador

           .
               if not logado-consulta
                   display "'Cd'Cadastrar Disciplina"
                   display "'Gd'Grade Curricular da Turma"
                   display "'Cp'Cadastrar Professor"
                   display "'Fq'Lançar Frequência Mensal"
                   display "'Mt'Mudar Status de Matricula"
                   display "'Gt'Guia de Transferencia"
                   display "'Cr'Cadastrar Responsavel"
                   display "'Vr'Vincular Responsavel ao Aluno"
                   display "'Pg'Pagamento de Mensalidade"
                   display "'Ds'Descontos de Mensalidade do Aluno"
                   display "'Cs'Conselho de Classe (decisão de resultado)"
                   display "'Ee'Estudos Anteriores (outras escolas)"
                   display "'Oc'Ocorrências disciplinares"
               end-if
               if logado-administracao
                   display "'Op'Cadastrar Operador"
                           perform manutencao-grade-turma
                       end-if

                   when = "Cp"
                       if logado-consulta
                           perform opcao-nao-permitida
                       else
                           perform cadastra-professor
                       end-if

                   when = "Fq"
                       if logado-consulta
                           perform opcao-nao-permitida
                           perform baixa-mensalidade
                       end-if

                   when = "Ds"
      *>Conceder ou encerrar desconto é só da administração; a
      *>secretaria consulta
                       if logado-consulta
                           perform opcao-nao-permitida
                       else
                           perform manutencao-descontos
                       end-if

                   when = "Cs"
                       if logado-consulta
                           perform opcao-nao-permitida
                       else
                           perform registra-conselho-classe
                       end-if

                   when = "Ee"
                       if logado-consulta
                           perform opcao-nao-permitida
                       else
                           perform manutencao-estudos-ext
                       end-if

                   when = "Oc"
                       if logado-consulta
                           perform opcao-nao-permitida
                       else
                           perform manutencao-ocorrencias
                       end-if

                   when = "Op"
                       if logado-administracao
                           perform cadastra-operador
                   perform descreve-status
                   display "Matricula  : "  ws-status-descr
                   perform mostra-responsaveis
                   display "Nascimento : "  ws-nasc-dia "/" ws-nasc-mes "/" ws-nasc-ano
                           "  Sexo: " ws-sexo "  Cor/Raça: " ws-cor-raca
                           "  Nacionalidade: " ws-nacionalidade
                   display "Certidão   : "  ws-certidao
                   display "ID INEP    : "  ws-inep-id
                           "  Deficiência: " ws-deficiencia " " ws-tipo-deficiencia


                end-if

               display "'N' Lançar Notas por Disciplina"
               display "'E' Lançar Exame Final (recuperação)"
               display "'D' Dependências (disciplinas de anos anteriores)"
               accept ws-menu

               evaluate ws-menu
                   when = "E"
                       perform lanca-exame-final

                   when = "D"
                       perform manutencao-dependencias

                   when other
                       display "opcao invalida"
               end-evaluate
           exit.

      *>------------------------------------------------------------------------
      *>  Lançamento da nota do exame final (recuperação) do aluno já
      *>  lido em ws-alunos. Com notas por disciplina o exame é de uma
      *>  disciplina em recuperação - gravado em arqNotaDisc como
      *>  bimestre 5 - e a situação geral é reapurada na hora; aluno
      *>  sem nota por disciplina segue com o exame unico da media
      *>  geral (lanca-exame-media-geral)
      *>------------------------------------------------------------------------
       lanca-exame-final section.

           perform apura-disciplinas-aluno
           if ws-rd-qtd = 0
               perform lanca-exame-media-geral
               exit section
           end-if

      *>Disciplina com exame já lançado continua na lista, para
      *>permitir a correção da nota
           move 0 to ws-qtd-exame
           perform varying ws-rd from 1 by 1 until ws-rd > ws-rd-qtd
               if ws-rd-situacao(ws-rd) = "Recuperacao"
               or ws-rd-tem-exame(ws-rd) = "S"
                   if ws-qtd-exame = 0
                       display "Disciplinas em recuperação do aluno " ws-ind ":"
                   end-if
                   add 1 to ws-qtd-exame
                   move ws-rd-disc(ws-rd) to fd-disc-cod
                   read arqDisciplina
                   if ws-fs-arqDisciplina <> 0
                       move spaces to fd-disc-nome
                   end-if
                   move ws-rd-media(ws-rd) to ws-nota-edt
                   display "  " ws-rd-disc(ws-rd) " " fd-disc-nome
                           " media " ws-nota-edt " " ws-rd-situacao(ws-rd)
               end-if
           end-perform

           if ws-qtd-exame = 0
               display "Aluno " ws-ind " não tem disciplina em recuperação - exame não se aplica"
               exit section
           end-if

           display "Cod. da Disciplina do exame:"
           accept ws-disc-cod

           move 0 to ws-rd-sel
           perform varying ws-rd from 1 by 1 until ws-rd > ws-rd-qtd
               if ws-rd-disc(ws-rd) = ws-disc-cod
                   move ws-rd to ws-rd-sel
               end-if
           end-perform

           if ws-rd-sel = 0
               display "Disciplina " ws-disc-cod " sem nota lançada para o aluno"
               exit section
           end-if
           if ws-rd-situacao(ws-rd-sel) <> "Recuperacao"
           and ws-rd-tem-exame(ws-rd-sel) <> "S"
               display "Disciplina " ws-disc-cod " não está em recuperação - exame não se aplica"
               exit section
           end-if

           display "Nota do exame final:"
           accept ws-nd-nota

           move ws-ind        to ws-nd-aluno
           move ws-disc-cod   to ws-nd-disc
           move 5             to ws-nd-bimestre
           move ws-notas-disc to fd-notas-disc
           write fd-notas-disc
           if ws-fs-arqNotaDisc = 22 then *>exame já lançado p/ a disciplina: substitui
               rewrite fd-notas-disc
           end-if
           if ws-fs-arqNotaDisc <> 0 then
               move 13                                     to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisc                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqNotaDisc.dat " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform calcula-media-situacao

           perform monta-imagem-aluno
           move ws-aud-imagem to ws-aud-depois

           move ws-media       to fd-media
           move ws-situacao    to fd-situacao
           rewrite fd-alunos
           if ws-fs-arqCadAluno <> 0 then
               move 7                                   to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqCadAluno "  to ws-msn-erro-text
               perform finaliza-anormal
           else
               display "Aluno " ws-ind " reprocessado: " ws-situacao
               move "EXAME"      to ws-aud-operacao
               perform grava-auditoria
           end-if

           .
       lanca-exame-final-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exame final unico do aluno sem nota por disciplina (em
      *>  recuperação pela media geral) e reprocessamento imediato da
      *>  media final e da situação
      *>------------------------------------------------------------------------
       lanca-exame-media-geral section.

           if ws-situacao <> "Recuperacao"
               display "Aluno " ws-ind " não está em recuperação - exame não se aplica"
           else
           end-if

           .
       lanca-exame-media-geral-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registro da decisão do Conselho de Classe (opção 'Cs') para
      *>  um aluno e ano letivo: guarda a situação apurada pelas
      *>  notas e a decidida pelo conselho, com a data da reunião, a
      *>  justificativa e o operador. As notas e a situação do
      *>  cadastro não são tocadas - ata, encerramento, rematricula
      *>  e histórico consultam arqConselho.
      *>------------------------------------------------------------------------
       registra-conselho-classe section.

           display erase
           display "Cod. do Aluno:"
           accept ws-ind

           move ws-ind to fd-ind
           read arqCadAluno
           if ws-fs-arqCadAluno <> 0 then
               if ws-fs-arqCadAluno = 23 then
                   display "Cod. de Aluno não existe"
                   exit section
               else
                   move 7                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           move fd-alunos to ws-alunos
           display "Aluno: " ws-aluno

           initialize ws-conselho
           display "Ano letivo da decisão (ex: 2026):"
           accept ws-cons-ano
           if ws-cons-ano < 2000 or ws-cons-ano > 2099
               display "Ano letivo invalido!"
               exit section
           end-if
           move ws-ind to ws-cons-aluno

      *>Decisão já registrada: mostra e pergunta se altera - a
      *>situação original fica a da primeira decisão
           move "N" to ws-cons-existe
           move ws-cons-chave to fd-cons-chave
           read arqConselho
           if ws-fs-arqConselho = 0 then
               move "S" to ws-cons-existe
               move fd-conselho to ws-conselho
               display "Decisão já registrada: " ws-cons-sit-original
                       " -> " ws-cons-sit-decidida
                       " em " ws-cons-data-reuniao " por " ws-cons-operador
               display ws-cons-justificativa
               display "'A'lterar a decisão ou 'V'oltar"
               accept ws-opcao-cons
               if ws-opcao-cons <> "A" and ws-opcao-cons <> "a"
                   exit section
               end-if
           else
               if ws-fs-arqConselho <> 23 then
                   move 24                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConselho.dat "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>Resultado apurado: o do histórico se o ano já foi encerrado,
      *>senão o do cadastro
               move ws-ind      to fd-hist-aluno
               move ws-cons-ano to fd-hist-ano
               read arqHistorico
               if ws-fs-arqHistorico = 0 then
                   move fd-hist-situacao to ws-cons-sit-original
                   move fd-hist-turma    to ws-cons-turma
               else
                   if ws-fs-arqHistorico <> 23 then
                       move 14                                      to ws-msn-erro-ofsset
                       move ws-fs-arqHistorico                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistorico.dat "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-situacao  to ws-cons-sit-original
                   move ws-cod-turma to ws-cons-turma
               end-if
           end-if

           if ws-cons-sit-original = spaces
               display "Aluno sem resultado apurado no ano " ws-cons-ano
               exit section
           end-if

           move spaces to ws-aud-antes
           string "ano:" ws-cons-ano
                  " original:" ws-cons-sit-original
                  " decidida:" ws-cons-sit-decidida
                  " reuniao:" ws-cons-data-reuniao
               delimited by size into ws-aud-antes

           display "Situação apurada pelas notas: " ws-cons-sit-original
           display "Situação decidida: 'A'provado, 'D' Aprovado com dependência ou 'R'eprovado"
           accept ws-opcao-cons
           evaluate ws-opcao-cons
               when "A"
               when "a"
                   move "Aprovado"    to ws-cons-sit-decidida
               when "D"
               when "d"
                   move "AprovDepend" to ws-cons-sit-decidida
               when "R"
               when "r"
                   move "Reprovado"   to ws-cons-sit-decidida
               when other
                   display "Situação invalida!"
                   exit section
           end-evaluate

           if ws-cons-sit-decidida = ws-cons-sit-original
           and not decisao-ja-registrada
               display "Decisão igual ao resultado apurado - nada a registrar"
               exit section
           end-if

           display "Data da reunião (AAAAMMDD):"
           accept ws-cons-data-reuniao
           if ws-cons-reuniao-ano < 2000
           or ws-cons-reuniao-mes < 1 or ws-cons-reuniao-mes > 12
           or ws-cons-reuniao-dia < 1 or ws-cons-reuniao-dia > 31
               display "Data invalida!"
               exit section
           end-if

           display "Justificativa:"
           accept ws-cons-justificativa
           perform until ws-cons-justificativa <> spaces
               display "Justificativa não pode ficar em branco!"
               display "Justificativa:"
               accept ws-cons-justificativa
           end-perform

           move ws-oper-logado               to ws-cons-operador
           move function current-date (1:8)  to ws-cons-data-registro

           move ws-conselho to fd-conselho
           if decisao-ja-registrada
               rewrite fd-conselho
           else
               write fd-conselho
           end-if
           if ws-fs-arqConselho <> 0 then
               move 24                                      to ws-msn-erro-ofsset
               move ws-fs-arqConselho                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqConselho.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-aud-depois
           string "ano:" ws-cons-ano
                  " original:" ws-cons-sit-original
                  " decidida:" ws-cons-sit-decidida
                  " reuniao:" ws-cons-data-reuniao
                  " " ws-cons-justificativa
               delimited by size into ws-aud-depois
           move "CONSELHO" to ws-aud-operacao
           perform grava-auditoria

           display "Decisão do conselho registrada para o aluno " ws-ind
                   ": " ws-cons-sit-decidida

           .
       registra-conselho-classe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ocorrências disciplinares (opção 'Oc', secretaria e
      *>  administração): advertência, suspensão e ocorrência
      *>  pedagógica do aluno, com a turma da data, o operador e o
      *>  aviso ao responsável. A suspensão entra como falta
      *>  justificada na frequência, e a situação do aluno é
      *>  reavaliada na hora.
      *>------------------------------------------------------------------------
       manutencao-ocorrencias section.

           display erase
           display "Cod. do Aluno:"
           accept ws-ind

           move ws-ind to fd-ind
           read arqCadAluno
           if ws-fs-arqCadAluno <> 0 then
               if ws-fs-arqCadAluno = 23 then
                   display "Cod. de Aluno não existe"
                   exit section
               else
                   move 7                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           move fd-alunos to ws-alunos

           move space to ws-opcao-oco
           perform until sair-ocorrencias
               display "Aluno: " ws-ind " " ws-aluno " turma " ws-cod-turma
               perform lista-ocorrencias-aluno
               display "'I'ncluir ocorrência, 'N' marcar responsável notificado ou 'V'oltar"
               accept ws-opcao-oco
               evaluate ws-opcao-oco
                   when "I"
                   when "i"
                       perform inclui-ocorrencia
                   when "N"
                   when "n"
                       perform marca-notificacao-ocorrencia
               end-evaluate
           end-perform

           .
       manutencao-ocorrencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista as ocorrências do aluno corrente (ws-ind) em ordem de
      *>  data
      *>------------------------------------------------------------------------
       lista-ocorrencias-aluno section.

           move 0 to ws-qtd-oco-aluno

           move ws-ind to fd-oco-aluno
           move 0      to fd-oco-data
           move 0      to fd-oco-seq
           start arqOcorrencia key is not less fd-oco-chave
           if ws-fs-arqOcorrencia = 0 then
               move "N" to ws-fim-ocorrencia
               perform until fim-ocorrencia-aluno
                   read arqOcorrencia next
                   if ws-fs-arqOcorrencia = 0 then
                       if fd-oco-aluno = ws-ind
                           add 1 to ws-qtd-oco-aluno
                           move fd-ocorrencia to ws-ocorrencia
                           perform descreve-tipo-ocorrencia
                           display ws-oco-dia "/" ws-oco-mes "/" ws-oco-ano
                                   " seq " ws-oco-seq " " ws-oco-tipo-descr
                                   " dias " ws-oco-dias-suspensao
                                   " turma " ws-oco-turma
                                   " resp.notificado " ws-oco-resp-notificado
                                   " por " ws-oco-operador
                           display "     " ws-oco-descricao
                       else
                           move "S" to ws-fim-ocorrencia
                       end-if
                   else
                       if ws-fs-arqOcorrencia = 10 then
                           move "S" to ws-fim-ocorrencia
                       else
                           move 27                                      to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqOcorrencia.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqOcorrencia <> 23
               and ws-fs-arqOcorrencia <> 10 then
                   move 27                                      to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOcorrencia.dat "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtd-oco-aluno = 0
               display "Nenhuma ocorrência registrada para o aluno " ws-ind
           end-if

           .
       lista-ocorrencias-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descrição do tipo da ocorrência em ws-ocorrencia
      *>------------------------------------------------------------------------
       descreve-tipo-ocorrencia section.

           evaluate true
               when ocorrencia-advertencia
                   move "Advertencia"  to ws-oco-tipo-descr
               when ocorrencia-suspensao
                   move "Suspensao"    to ws-oco-tipo-descr
               when ocorrencia-pedagogica
                   move "Pedagogica"   to ws-oco-tipo-descr
               when other
                   move ws-oco-tipo    to ws-oco-tipo-descr
           end-evaluate

           .
       descreve-tipo-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra uma ocorrência para o aluno corrente, na sequência
      *>  seguinte à ultima do mesmo dia
      *>------------------------------------------------------------------------
       inclui-ocorrencia section.

           initialize ws-ocorrencia
           move ws-ind to ws-oco-aluno
           move function current-date (1:8) to ws-data-hoje

           display "Data da ocorrência AAAAMMDD (zero = hoje):"
           accept ws-oco-data
           if ws-oco-data = 0
               move ws-data-hoje to ws-oco-data
           end-if
           if ws-oco-ano < 2000
           or ws-oco-mes < 1 or ws-oco-mes > 12
           or ws-oco-dia < 1 or ws-oco-dia > 31
           or ws-oco-data > ws-data-hoje
               display "Data invalida!"
               exit section
           end-if

           display "Tipo: 'A'dvertência, 'S'uspensão ou ocorrência 'P'edagógica"
           accept ws-oco-tipo
           inspect ws-oco-tipo converting "asp" to "ASP"
           if not tipo-ocorrencia-valido
               display "Tipo invalido!"
               exit section
           end-if

           move 0 to ws-oco-dias-suspensao
           if ocorrencia-suspensao
               display "Dias letivos de suspensão (1 a 30):"
               accept ws-oco-dias-suspensao
               if ws-oco-dias-suspensao < 1 or ws-oco-dias-suspensao > 30
                   display "Dias de suspensão invalidos!"
                   exit section
               end-if
           end-if

           display "Descrição:"
           accept ws-oco-descricao
           perform until ws-oco-descricao <> spaces
               display "Descrição não pode ficar em branco!"
               display "Descrição:"
               accept ws-oco-descricao
           end-perform

      *>Turma na data - a do cadastro, salvo ocorrência antiga de
      *>outra turma
           display "Turma na data (zero = turma atual " ws-cod-turma "):"
           accept ws-oco-turma
           if ws-oco-turma = 0
               move ws-cod-turma to ws-oco-turma
           end-if

           display "Responsável já notificado? 'S'/'N'"
           accept ws-oco-resp-notificado
           inspect ws-oco-resp-notificado converting "sn" to "SN"
           if ws-oco-resp-notificado <> "S"
               move "N" to ws-oco-resp-notificado
           end-if

           move ws-oper-logado to ws-oco-operador
           move ws-data-hoje   to ws-oco-data-registro

      *>Proxima sequência do dia
           move 0 to ws-oco-seq
           move ws-oco-aluno to fd-oco-aluno
           move ws-oco-data  to fd-oco-data
           move 0            to fd-oco-seq
           start arqOcorrencia key is not less fd-oco-chave
           if ws-fs-arqOcorrencia = 0 then
               move "N" to ws-fim-ocorrencia
               perform until fim-ocorrencia-aluno
                   read arqOcorrencia next
                   if ws-fs-arqOcorrencia = 0
                   and fd-oco-aluno = ws-oco-aluno
                   and fd-oco-data  = ws-oco-data
                       move fd-oco-seq to ws-oco-seq
                   else
                       if ws-fs-arqOcorrencia <> 0
                       and ws-fs-arqOcorrencia <> 10 then
                           move 27                                      to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqOcorrencia.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move "S" to ws-fim-ocorrencia
                   end-if
               end-perform
           end-if
           if ws-oco-seq = 99
               display "Limite de ocorrências do dia atingido"
               exit section
           end-if
           add 1 to ws-oco-seq

           move ws-ocorrencia to fd-ocorrencia
           write fd-ocorrencia
           if ws-fs-arqOcorrencia <> 0 then
               move 27                                        to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqOcorrencia.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-aud-antes
           move spaces to ws-aud-depois
           string "data:" ws-oco-data " seq:" ws-oco-seq
                  " tipo:" ws-oco-tipo " dias:" ws-oco-dias-suspensao
                  " turma:" ws-oco-turma " notif:" ws-oco-resp-notificado
                  " " ws-oco-descricao
               delimited by size into ws-aud-depois
           move "OCORRENCIA" to ws-aud-operacao
           perform grava-auditoria

           display "Ocorrência registrada: " ws-oco-data " seq " ws-oco-seq

           if ocorrencia-suspensao
               perform reavalia-situacao-suspensao
           end-if

           .
       inclui-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Suspensão lançada - a frequência muda, reavalia a situação
      *>  gravada do aluno como no lançamento de faltas
      *>------------------------------------------------------------------------
       reavalia-situacao-suspensao section.

           move ws-ind to fd-ind
           read arqCadAluno
           if ws-fs-arqCadAluno <> 0 then
               move 7                                   to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move fd-alunos to ws-alunos

           perform monta-imagem-aluno
           move ws-aud-imagem to ws-aud-antes

           perform calcula-media-situacao
           if ws-situacao <> fd-situacao
               perform monta-imagem-aluno
               move ws-aud-imagem to ws-aud-depois

               move ws-media     to fd-media
               move ws-situacao  to fd-situacao
               rewrite fd-alunos
               if ws-fs-arqCadAluno <> 0 then
                   move 7                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqCadAluno "  to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   move "FREQUENCIA" to ws-aud-operacao
                   perform grava-auditoria
                   display "Situação do aluno reavaliada: " ws-situacao
               end-if
           end-if

           .
       reavalia-situacao-suspensao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca o responsável como notificado de uma ocorrência já
      *>  registrada do aluno corrente
      *>------------------------------------------------------------------------
       marca-notificacao-ocorrencia section.

           move ws-ind to fd-oco-aluno
           display "Data da ocorrência (AAAAMMDD):"
           accept fd-oco-data
           display "Sequência:"
           accept fd-oco-seq
           read arqOcorrencia
           if ws-fs-arqOcorrencia <> 0 then
               if ws-fs-arqOcorrencia = 23 then
                   display "Ocorrência não encontrada"
                   exit section
               else
                   move 27                                      to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOcorrencia.dat "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           move fd-ocorrencia to ws-ocorrencia

           if responsavel-notificado
               display "Responsável já consta como notificado"
               exit section
           end-if

           move "S" to fd-oco-resp-notificado
           rewrite fd-ocorrencia
           if ws-fs-arqOcorrencia <> 0 then
               move 27                                        to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqOcorrencia.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-aud-antes
           move spaces to ws-aud-depois
           string "data:" ws-oco-data " seq:" ws-oco-seq " notif:N"
               delimited by size into ws-aud-antes
           string "data:" ws-oco-data " seq:" ws-oco-seq " notif:S"
               delimited by size into ws-aud-depois
           move "OCORRNOTIF" to ws-aud-operacao
           perform grava-auditoria

           display "Responsável marcado como notificado"

           .
       marca-notificacao-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estudos anteriores (opção 'Ee'): anos cursados pelo aluno em
      *>  outra escola antes da transferência para cá, com escola,
      *>  cidade/UF, série, situação final e as disciplinas com media
      *>  e carga horaria, como constam do histórico de origem. O
      *>  Histórico Escolar imprime esses anos junto com os nossos e a
      *>  Declaração de Conclusão confere as séries anteriores.
      *>------------------------------------------------------------------------
       manutencao-estudos-ext section.

           display erase
           display "Cod. do Aluno:"
           accept ws-ind

           move ws-ind to fd-ind
           read arqCadAluno
           if ws-fs-arqCadAluno <> 0 then
               if ws-fs-arqCadAluno = 23 then
                   display "Cod. de Aluno não existe"
                   exit section
               else
                   move 7                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           move fd-alunos to ws-alunos

           move space to ws-opcao-ext
           perform until sair-estudos-ext
               display "Aluno: " ws-ind " " ws-aluno
               perform lista-estudos-ext-aluno
               display "'I'ncluir/alterar ano, 'D'isciplinas do ano, 'X' excluir disciplina,"
               display "'E'xcluir ano ou 'V'oltar"
               accept ws-opcao-ext
               evaluate ws-opcao-ext
                   when "I"
                   when "i"
                       perform grava-estudo-ext
                   when "D"
                   when "d"
                       perform inclui-disciplinas-ext
                   when "X"
                   when "x"
                       perform exclui-disciplina-ext
                   when "E"
                   when "e"
                       perform exclui-estudo-ext
               end-evaluate
           end-perform

           .
       manutencao-estudos-ext-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os anos de estudos anteriores do aluno corrente (ws-ind)
      *>  com as disciplinas de cada um
      *>------------------------------------------------------------------------
       lista-estudos-ext-aluno section.

           move 0 to ws-qtd-ext-aluno

           move ws-ind to fd-ext-aluno
           move 0      to fd-ext-ano
           start arqEstudoExt key is not less fd-ext-chave
           if ws-fs-arqEstudoExt = 0 then
               move "N" to ws-fim-ext
               perform until fim-ext-aluno
                   read arqEstudoExt next
                   if ws-fs-arqEstudoExt = 0 then
                       if fd-ext-aluno = ws-ind
                           add 1 to ws-qtd-ext-aluno
                           move fd-estudo-ext to ws-estudo-ext
                           display ws-ext-ano " " ws-ext-serie "a serie  "
                                   ws-ext-escola " " ws-ext-cidade "/" ws-ext-uf
                                   " - " ws-ext-situacao
                           perform lista-disciplinas-ext-ano
                       else
                           move "S" to ws-fim-ext
                       end-if
                   else
                       if ws-fs-arqEstudoExt = 10 then
                           move "S" to ws-fim-ext
                       else
                           move 25                                        to ws-msn-erro-ofsset
                           move ws-fs-arqEstudoExt                        to ws-msn-erro-cod
                           move "Erro ao ler arq. arqEstudoExt.dat "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqEstudoExt <> 23
               and ws-fs-arqEstudoExt <> 10 then
                   move 25                                        to ws-msn-erro-ofsset
                   move ws-fs-arqEstudoExt                        to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEstudoExt.dat "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtd-ext-aluno = 0
               display "Nenhum estudo anterior registrado para o aluno " ws-ind
           end-if

           .
       lista-estudos-ext-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Disciplinas do ano de estudos anteriores em ws-estudo-ext;
      *>  ws-ult-seq-exd fica com a maior sequência do ano
      *>------------------------------------------------------------------------
       lista-disciplinas-ext-ano section.

           move 0 to ws-ult-seq-exd

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
                           move ws-exd-seq         to ws-ult-seq-exd
                           move ws-exd-media       to ws-media-ext-edt
                           display "     " ws-exd-seq " " ws-exd-disciplina
                                   " media " ws-media-ext-edt
                                   " CH " ws-exd-carga-horaria
                                   " " ws-exd-situacao
                       else
                           move "S" to ws-fim-exd
                       end-if
                   else
                       if ws-fs-arqEstudoExtDisc = 10 then
                           move "S" to ws-fim-exd
                       else
                           move 26                                          to ws-msn-erro-ofsset
                           move ws-fs-arqEstudoExtDisc                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqEstudoExtDisc.dat "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqEstudoExtDisc <> 23
               and ws-fs-arqEstudoExtDisc <> 10 then
                   move 26                                          to ws-msn-erro-ofsset
                   move ws-fs-arqEstudoExtDisc                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEstudoExtDisc.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       lista-disciplinas-ext-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui ou altera um ano de estudos anteriores do aluno
      *>  corrente - ano que já consta do nosso histórico é recusado
      *>------------------------------------------------------------------------
       grava-estudo-ext section.

           initialize ws-estudo-ext
           move ws-ind to ws-ext-aluno
           display "Ano letivo cursado na outra escola (AAAA):"
           accept ws-ext-ano
           move function current-date (1:4) to ws-ano-corrente
           if ws-ext-ano < 1950 or ws-ext-ano > ws-ano-corrente
               display "Ano invalido!"
               exit section
           end-if

           move ws-ind     to fd-hist-aluno
           move ws-ext-ano to fd-hist-ano
           read arqHistorico
           if ws-fs-arqHistorico = 0 then
               display "Ano " ws-ext-ano " já consta do histórico desta escola"
               exit section
           else
               if ws-fs-arqHistorico <> 23 then
                   move 14                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHistorico.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N" to ws-ext-existe
           move spaces to ws-aud-antes
           move ws-ext-chave to fd-ext-chave
           read arqEstudoExt
           if ws-fs-arqEstudoExt = 0 then
               move "S" to ws-ext-existe
               move fd-estudo-ext to ws-estudo-ext
               display "Ano já registrado - informe os dados novamente"
               string "ano:" ws-ext-ano " serie:" ws-ext-serie
                      " " ws-ext-escola " " ws-ext-cidade "/" ws-ext-uf
                      " " ws-ext-situacao
                   delimited by size into ws-aud-antes
           else
               if ws-fs-arqEstudoExt <> 23 then
                   move 25                                        to ws-msn-erro-ofsset
                   move ws-fs-arqEstudoExt                        to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEstudoExt.dat "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display "Escola de origem:"
           accept ws-ext-escola
           perform until ws-ext-escola <> spaces
               display "Escola não pode ficar em branco!"
               display "Escola de origem:"
               accept ws-ext-escola
           end-perform

           display "Cidade:"
           accept ws-ext-cidade
           display "UF:"
           accept ws-ext-uf
           inspect ws-ext-uf converting "abcdefghijklmnopqrstuvwxyz"
                                     to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if ws-ext-cidade = spaces or ws-ext-uf = spaces
               display "Cidade/UF obrigatorios!"
               exit section
           end-if

           display "Série cursada (01 a 12):"
           accept ws-ext-serie
           if ws-ext-serie < 1 or ws-ext-serie > 12
               display "Série invalida!"
               exit section
           end-if

           display "Situação final: 'A'provado ou 'R'eprovado"
           accept ws-opcao-ext
           evaluate ws-opcao-ext
               when "A"
               when "a"
                   move "Aprovado"  to ws-ext-situacao
               when "R"
               when "r"
                   move "Reprovado" to ws-ext-situacao
               when other
                   display "Situação invalida!"
                   move space to ws-opcao-ext
                   exit section
           end-evaluate
           move space to ws-opcao-ext

           move ws-estudo-ext to fd-estudo-ext
           if estudo-ext-ja-existe
               rewrite fd-estudo-ext
           else
               write fd-estudo-ext
           end-if
           if ws-fs-arqEstudoExt <> 0 then
               move 25                                        to ws-msn-erro-ofsset
               move ws-fs-arqEstudoExt                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqEstudoExt.dat "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-aud-depois
           string "ano:" ws-ext-ano " serie:" ws-ext-serie
                  " " ws-ext-escola " " ws-ext-cidade "/" ws-ext-uf
                  " " ws-ext-situacao
               delimited by size into ws-aud-depois
           move "ESTUDOEXT" to ws-aud-operacao
           perform grava-auditoria

           display "Estudo anterior de " ws-ext-ano " gravado - lance as disciplinas pela opção 'D'"

           .
       grava-estudo-ext-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lança as disciplinas de um ano de estudos anteriores já
      *>  registrado, na sequência seguinte à ultima lançada
      *>------------------------------------------------------------------------
       inclui-disciplinas-ext section.

           display "Ano letivo dos estudos anteriores (AAAA):"
           accept fd-ext-ano
           move ws-ind to fd-ext-aluno
           read arqEstudoExt
           if ws-fs-arqEstudoExt <> 0 then
               if ws-fs-arqEstudoExt = 23 then
                   display "Ano não registrado - inclua o ano pela opção 'I'"
                   exit section
               else
                   move 25                                        to ws-msn-erro-ofsset
                   move ws-fs-arqEstudoExt                        to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEstudoExt.dat "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           move fd-estudo-ext to ws-estudo-ext

           perform lista-disciplinas-ext-ano

           move space to ws-mais-disc-ext
           perform until fim-disc-ext
               perform le-disciplina-ext
           end-perform

           .
       inclui-disciplinas-ext-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lê e grava uma disciplina do ano em ws-estudo-ext; disciplina
      *>  em branco encerra o lançamento
      *>------------------------------------------------------------------------
       le-disciplina-ext section.

           if ws-ult-seq-exd = 99
               display "Limite de disciplinas do ano atingido"
               move "V" to ws-mais-disc-ext
               exit section
           end-if

           initialize ws-estudo-ext-disc
           move ws-ext-aluno to ws-exd-aluno
           move ws-ext-ano   to ws-exd-ano
           compute ws-exd-seq = ws-ult-seq-exd + 1

           display "Disciplina:"
           accept ws-exd-disciplina
           if ws-exd-disciplina = spaces
               move "V" to ws-mais-disc-ext
               exit section
           end-if
           display "Media final (0 a 10):"
           accept ws-exd-media
           display "Carga horaria anual (horas):"
           accept ws-exd-carga-horaria
           display "Situação: 'A'provado ou 'R'eprovado"
           accept ws-opcao-ext
           evaluate ws-opcao-ext
               when "A"
               when "a"
                   move "Aprovado"  to ws-exd-situacao
               when "R"
               when "r"
                   move "Reprovado" to ws-exd-situacao
               when other
                   move spaces      to ws-exd-situacao
           end-evaluate
           move space to ws-opcao-ext

           if ws-exd-media > 10
           or ws-exd-carga-horaria = 0
           or ws-exd-situacao = spaces
               display "Media, carga horaria ou situação invalida - disciplina não gravada"
           else
               move ws-estudo-ext-disc to fd-estudo-ext-disc
               write fd-estudo-ext-disc
               if ws-fs-arqEstudoExtDisc <> 0 then
                   move 26                                            to ws-msn-erro-ofsset
                   move ws-fs-arqEstudoExtDisc                        to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqEstudoExtDisc.dat "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-exd-seq to ws-ult-seq-exd

               move spaces to ws-aud-antes
               move spaces to ws-aud-depois
               move ws-exd-media to ws-media-ext-edt
               string "ano:" ws-exd-ano " seq:" ws-exd-seq
                      " " ws-exd-disciplina " media:" ws-media-ext-edt
                      " ch:" ws-exd-carga-horaria " " ws-exd-situacao
                   delimited by size into ws-aud-depois
               move "ESTEXTDISC" to ws-aud-operacao
               perform grava-auditoria
           end-if

           display "Mais uma disciplina? 'S' ou 'V'oltar"
           accept ws-mais-disc-ext

           .
       le-disciplina-ext-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclui uma disciplina lançada errada em um ano de estudos
      *>  anteriores
      *>------------------------------------------------------------------------
       exclui-disciplina-ext section.

           move ws-ind to fd-exd-aluno
           display "Ano letivo dos estudos anteriores (AAAA):"
           accept fd-exd-ano
           display "Sequência da disciplina:"
           accept fd-exd-seq
           read arqEstudoExtDisc
           if ws-fs-arqEstudoExtDisc <> 0 then
               if ws-fs-arqEstudoExtDisc = 23 then
                   display "Disciplina não encontrada"
                   exit section
               else
                   move 26                                          to ws-msn-erro-ofsset
                   move ws-fs-arqEstudoExtDisc                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEstudoExtDisc.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           move fd-estudo-ext-disc to ws-estudo-ext-disc

           delete arqEstudoExtDisc
           if ws-fs-arqEstudoExtDisc <> 0 then
               move 26                                            to ws-msn-erro-ofsset
               move ws-fs-arqEstudoExtDisc                        to ws-msn-erro-cod
               move "Erro ao excluir arq. arqEstudoExtDisc.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-aud-antes
           move spaces to ws-aud-depois
           move ws-exd-media to ws-media-ext-edt
           string "ano:" ws-exd-ano " seq:" ws-exd-seq
                  " " ws-exd-disciplina " media:" ws-media-ext-edt
                  " ch:" ws-exd-carga-horaria " " ws-exd-situacao
               delimited by size into ws-aud-antes
           move "ESTEXTEXCL" to ws-aud-operacao
           perform grava-auditoria

           display "Disciplina excluida"

           .
       exclui-disciplina-ext-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclui um ano de estudos anteriores com as suas disciplinas
      *>------------------------------------------------------------------------
       exclui-estudo-ext section.

           display "Ano letivo a excluir (AAAA):"
           accept fd-ext-ano
           move ws-ind to fd-ext-aluno
           read arqEstudoExt
           if ws-fs-arqEstudoExt <> 0 then
               if ws-fs-arqEstudoExt = 23 then
                   display "Ano não registrado"
                   exit section
               else
                   move 25                                        to ws-msn-erro-ofsset
                   move ws-fs-arqEstudoExt                        to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEstudoExt.dat "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           move fd-estudo-ext to ws-estudo-ext

           display "Confirma a exclusão do ano " ws-ext-ano " e das suas disciplinas? 'S'/'N'"
           accept ws-opcao-ext
           if ws-opcao-ext <> "S" and ws-opcao-ext <> "s"
               move space to ws-opcao-ext
               exit section
           end-if
           move space to ws-opcao-ext

      *>Disciplinas do ano primeiro - sempre a primeira a partir da
      *>sequência zero, até não sobrar nenhuma do ano
           move "N" to ws-fim-exd
           perform until fim-exd-ano
               move ws-ext-aluno to fd-exd-aluno
               move ws-ext-ano   to fd-exd-ano
               move 0            to fd-exd-seq
               start arqEstudoExtDisc key is not less fd-exd-chave
               if ws-fs-arqEstudoExtDisc = 0 then
                   read arqEstudoExtDisc next
               end-if
               if ws-fs-arqEstudoExtDisc = 0
               and fd-exd-aluno = ws-ext-aluno
               and fd-exd-ano   = ws-ext-ano
                   delete arqEstudoExtDisc
                   if ws-fs-arqEstudoExtDisc <> 0 then
                       move 26                                            to ws-msn-erro-ofsset
                       move ws-fs-arqEstudoExtDisc                        to ws-msn-erro-cod
                       move "Erro ao excluir arq. arqEstudoExtDisc.dat "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   if ws-fs-arqEstudoExtDisc <> 0
                   and ws-fs-arqEstudoExtDisc <> 10
                   and ws-fs-arqEstudoExtDisc <> 23 then
                       move 26                                          to ws-msn-erro-ofsset
                       move ws-fs-arqEstudoExtDisc                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEstudoExtDisc.dat "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move "S" to ws-fim-exd
               end-if
           end-perform

           move ws-ext-chave to fd-ext-chave
           delete arqEstudoExt
           if ws-fs-arqEstudoExt <> 0 then
               move 25                                        to ws-msn-erro-ofsset
               move ws-fs-arqEstudoExt                        to ws-msn-erro-cod
               move "Erro ao excluir arq. arqEstudoExt.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-aud-antes
           move spaces to ws-aud-depois
           string "ano:" ws-ext-ano " serie:" ws-ext-serie
                  " " ws-ext-escola " " ws-ext-cidade "/" ws-ext-uf
                  " " ws-ext-situacao
               delimited by size into ws-aud-antes
           move "ESTEXTEXCL" to ws-aud-operacao
           perform grava-auditoria

           display "Ano " ws-ext-ano " excluido dos estudos anteriores"

           .
       exclui-estudo-ext-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dependências do aluno já lido em ws-alunos (gravadas pela
      *>  rematricula do aprovado com dependência): lista as
      *>  disciplinas pendentes e cumpridas e dá baixa na que o aluno
      *>  cumpriu no ano corrente
      *>------------------------------------------------------------------------
       manutencao-dependencias section.

           perform lista-dependencias-aluno
           if ws-qtd-dep-aluno = 0
               exit section
           end-if

           display "'C'umprida - dar baixa em uma dependência, 'V'oltar"
           accept ws-opcao-dep
           if ws-opcao-dep <> "C" and ws-opcao-dep <> "c"
               exit section
           end-if

           display "Cod. da Disciplina:"
           accept ws-dep-disc
           display "Ano de origem da dependência (AAAA):"
           accept ws-dep-ano-origem

           move ws-ind            to fd-dep-aluno
           move ws-dep-disc       to fd-dep-disc
           move ws-dep-ano-origem to fd-dep-ano-origem
           read arqDependencia
           if ws-fs-arqDependencia <> 0 then
               if ws-fs-arqDependencia = 23 then
                   display "Dependência não encontrada para o aluno"
               else
                   move 23                                        to ws-msn-erro-ofsset
                   move ws-fs-arqDependencia                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDependencia.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               exit section
           end-if

           move fd-dependencias to ws-dependencias
           if dependencia-cumprida
               display "Dependência já cumprida em " ws-dep-ano-cumprida
               exit section
           end-if

           display "Ano em que foi cumprida (AAAA):"
           accept ws-dep-ano-cumprida
           if ws-dep-ano-cumprida < ws-dep-ano-origem
               display "Ano invalido!"
               exit section
           end-if

           move "C"             to ws-dep-situacao
           move ws-dependencias to fd-dependencias
           rewrite fd-dependencias
           if ws-fs-arqDependencia <> 0 then
               move 23                                        to ws-msn-erro-ofsset
               move ws-fs-arqDependencia                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqDependencia.dat " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-aud-antes
           move spaces to ws-aud-depois
           string "disc:" ws-dep-disc
                  " origem:" ws-dep-ano-origem
                  " situacao:P"
               delimited by size into ws-aud-antes
           string "disc:" ws-dep-disc
                  " origem:" ws-dep-ano-origem
                  " situacao:C cumprida:" ws-dep-ano-cumprida
               delimited by size into ws-aud-depois
           move "DEPCUMPRID" to ws-aud-operacao
           perform grava-auditoria

           display "Dependência cumprida registrada para o aluno " ws-ind

           .
       manutencao-dependencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista as dependências do aluno corrente (ws-ind)
      *>------------------------------------------------------------------------
       lista-dependencias-aluno section.

           move 0 to ws-qtd-dep-aluno

           move ws-ind to fd-dep-aluno
           move 0      to fd-dep-disc
           move 0      to fd-dep-ano-origem
           start arqDependencia key is not less fd-dep-chave
           if ws-fs-arqDependencia = 0 then
               move "N" to ws-fim-dep
               perform until fim-dep-aluno
                   read arqDependencia next
                   if ws-fs-arqDependencia = 0 then
                       if fd-dep-aluno = ws-ind
                           add 1 to ws-qtd-dep-aluno
                           move fd-dependencias to ws-dependencias
                           move ws-dep-disc to fd-disc-cod
                           read arqDisciplina
                           if ws-fs-arqDisciplina <> 0
                               move spaces to fd-disc-nome
                           end-if
                           if dependencia-pendente
                               display ws-dep-disc " " fd-disc-nome
                                       " origem " ws-dep-ano-origem
                                       " serie " ws-dep-serie-origem
                                       " - PENDENTE"
                           else
                               display ws-dep-disc " " fd-disc-nome
                                       " origem " ws-dep-ano-origem
                                       " serie " ws-dep-serie-origem
                                       " - cumprida em " ws-dep-ano-cumprida
                           end-if
                       else
                           move "S" to ws-fim-dep
                       end-if
                   else
                       if ws-fs-arqDependencia = 10 then
                           move "S" to ws-fim-dep
                       else
                           move 23                                        to ws-msn-erro-ofsset
                           move ws-fs-arqDependencia                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDependencia.dat "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqDependencia <> 23
               and ws-fs-arqDependencia <> 10 then
                   move 23                                        to ws-msn-erro-ofsset
                   move ws-fs-arqDependencia                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDependencia.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtd-dep-aluno = 0
               display "Nenhuma dependência registrada para o aluno " ws-ind
           end-if

           .
       lista-dependencias-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calcula a media e a situação do aluno. Com notas lançadas por
      *>  disciplina, a situação sai do resultado de cada disciplina
      *>  (calcula-situacao-disciplinas); aluno sem nenhuma nota por
      *>  disciplina segue a regra da media geral das 4 notas. Por
      *>  lei, o aluno com presença abaixo de 75% é reprovado
      *>  qualquer que seja a media.
      *>------------------------------------------------------------------------
       calcula-media-situacao section.

           compute ws-media rounded =
               (ws-nota1 + ws-nota2 + ws-nota3 + ws-nota4) / 4

           perform apura-disciplinas-aluno

           if ws-rd-qtd = 0
               perform calcula-situacao-media-geral
           else
               perform calcula-situacao-disciplinas
           end-if

           .
       calcula-media-situacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situação pela media geral das 4 notas (aluno sem nota por
      *>  disciplina): a faixa entre 4,00 e 5,99 manda o aluno para
      *>  recuperação e o exame final gravado no cadastro é
      *>  reprocessado por calcula-media-exame
      *>------------------------------------------------------------------------
       calcula-situacao-media-geral section.

           if ws-media >= 6,00
               move "Aprovado"    to ws-situacao
           else
               if ws-media >= 4,00
                   move "Recuperacao" to ws-situacao
               else
                   move "Reprovado"   to ws-situacao
               end-if
           end-if

      *>Aluno que já fez o exame final não volta para recuperação por
      *>um recalculo posterior (ex: acerto de frequência) - o exame
      *>gravado é reaplicado sobre a media nova
           if ws-situacao = "Recuperacao"
           and ws-exame-final > 0
               perform calcula-media-exame
           else
               perform calcula-frequencia
               if ws-freq-perc < 75,00
                   move "Reprovado" to ws-situacao
               end-if
           end-if

           .
       calcula-situacao-media-geral-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situação pelo resultado das disciplinas (ws-result-disc):
      *>  mais de duas reprovadas = Reprovado; exame de alguma
      *>  disciplina ainda pendente = Recuperacao; nenhuma reprovada
      *>  = Aprovado; uma ou duas reprovadas = AprovDepend (aprovado
      *>  com dependência). A media gravada passa a ser a media das
      *>  medias finais das disciplinas.
      *>------------------------------------------------------------------------
       calcula-situacao-disciplinas section.

           compute ws-media rounded = ws-rd-soma-final / ws-rd-qtd

           if ws-rd-qtd-reprov > ws-max-reprov-depend
               move "Reprovado" to ws-situacao
           else
               if ws-rd-qtd-recup > 0
                   move "Recuperacao" to ws-situacao
               else
                   if ws-rd-qtd-reprov = 0
                       move "Aprovado"    to ws-situacao
                   else
                       move "AprovDepend" to ws-situacao
                   end-if
               end-if
           end-if

           perform calcula-frequencia
           if ws-freq-perc < 75,00
               move "Reprovado" to ws-situacao
           end-if

           .
       calcula-situacao-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta em ws-result-disc o resultado de cada disciplina do
      *>  aluno em ws-ind (turma em ws-cod-turma) a partir de
      *>  arqNotaDisc - disciplina fora da grade da turma fica de
      *>  fora, como na media de bimestre
      *>------------------------------------------------------------------------
       apura-disciplinas-aluno section.

           initialize ws-result-disc

           move ws-ind to fd-nd-aluno
           move 0      to fd-nd-disc
           move 0      to fd-nd-bimestre
           start arqNotaDisc key is not less fd-nd-chave
           if ws-fs-arqNotaDisc = 0 then
               move "N" to ws-rd-fim
               perform until fim-result-disc
                   read arqNotaDisc next
                   if ws-fs-arqNotaDisc = 0 then
                       if fd-nd-aluno = ws-ind
                           move fd-nd-disc to ws-disc-valida
                           perform verifica-grade-turma
                           if not disciplina-fora-da-grade
                               perform acumula-nota-disciplina
                           end-if
                       else
                           move "S" to ws-rd-fim
                       end-if
                   else
                       if ws-fs-arqNotaDisc = 10 then
                           move "S" to ws-rd-fim
                       else
                           move 13                                    to ws-msn-erro-ofsset
                           move ws-fs-arqNotaDisc                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqNotaDisc.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqNotaDisc <> 23
               and ws-fs-arqNotaDisc <> 10 then
                   move 13                                    to ws-msn-erro-ofsset
                   move ws-fs-arqNotaDisc                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqNotaDisc.dat "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform varying ws-rd from 1 by 1 until ws-rd > ws-rd-qtd
               perform apura-uma-disciplina
           end-perform

           .
       apura-disciplinas-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda a nota corrente de arqNotaDisc na linha da disciplina
      *>  (a leitura vem ordenada por disciplina + bimestre): bimestres
      *>  1 a 4 são as notas do ano, o 5 é o exame final
      *>------------------------------------------------------------------------
       acumula-nota-disciplina section.

           if ws-rd-qtd = 0
               add 1 to ws-rd-qtd
               move fd-nd-disc to ws-rd-disc(ws-rd-qtd)
           else
               if ws-rd-disc(ws-rd-qtd) <> fd-nd-disc
               and ws-rd-qtd < 30
                   add 1 to ws-rd-qtd
                   move fd-nd-disc to ws-rd-disc(ws-rd-qtd)
               end-if
           end-if

           if ws-rd-disc(ws-rd-qtd) = fd-nd-disc
               if fd-nd-bimestre >= 1 and fd-nd-bimestre <= 4
                   move fd-nd-nota to ws-rd-nota(ws-rd-qtd, fd-nd-bimestre)
               end-if
               if fd-nd-bimestre = 5
                   move "S"        to ws-rd-tem-exame(ws-rd-qtd)
                   move fd-nd-nota to ws-rd-exame(ws-rd-qtd)
               end-if
           end-if

           .
       acumula-nota-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resultado de uma disciplina (linha ws-rd da tabela): media
      *>  dos 4 bimestres; na faixa de recuperação com exame lançado,
      *>  o exame substitui o pior bimestre e a disciplina fica
      *>  Aprovado ou Reprovado de vez
      *>------------------------------------------------------------------------
       apura-uma-disciplina section.

           compute ws-rd-media(ws-rd) rounded =
               (ws-rd-nota(ws-rd, 1) + ws-rd-nota(ws-rd, 2)
              + ws-rd-nota(ws-rd, 3) + ws-rd-nota(ws-rd, 4)) / 4
           move ws-rd-media(ws-rd) to ws-rd-media-final(ws-rd)

           if ws-rd-media(ws-rd) >= 6,00
               move "Aprovado"    to ws-rd-situacao(ws-rd)
           else
               if ws-rd-media(ws-rd) >= 4,00
                   move "Recuperacao" to ws-rd-situacao(ws-rd)
               else
                   move "Reprovado"   to ws-rd-situacao(ws-rd)
               end-if
           end-if

           if ws-rd-situacao(ws-rd) = "Recuperacao"
           and ws-rd-tem-exame(ws-rd) = "S"
               move ws-rd-nota(ws-rd, 1) to ws-rd-pior
               if ws-rd-nota(ws-rd, 2) < ws-rd-pior
                   move ws-rd-nota(ws-rd, 2) to ws-rd-pior
               end-if
               if ws-rd-nota(ws-rd, 3) < ws-rd-pior
                   move ws-rd-nota(ws-rd, 3) to ws-rd-pior
               end-if
               if ws-rd-nota(ws-rd, 4) < ws-rd-pior
                   move ws-rd-nota(ws-rd, 4) to ws-rd-pior
               end-if

               compute ws-rd-media-final(ws-rd) rounded =
                   (ws-rd-nota(ws-rd, 1) + ws-rd-nota(ws-rd, 2)
                  + ws-rd-nota(ws-rd, 3) + ws-rd-nota(ws-rd, 4)
                  - ws-rd-pior + ws-rd-exame(ws-rd)) / 4

               if ws-rd-media-final(ws-rd) >= 6,00
                   move "Aprovado"  to ws-rd-situacao(ws-rd)
               else
                   move "Reprovado" to ws-rd-situacao(ws-rd)
               end-if
           end-if

           add ws-rd-media-final(ws-rd) to ws-rd-soma-final
           if ws-rd-situacao(ws-rd) = "Reprovado"
               add 1 to ws-rd-qtd-reprov
           end-if
           if ws-rd-situacao(ws-rd) = "Recuperacao"
               add 1 to ws-rd-qtd-recup
           end-if

           .
       apura-uma-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reprocessa a media final do aluno em recuperação: a nota do
      *>  exame final (ws-exame-final) substitui o pior bimestre no
      *>  calculo da media - as notas de bimestre gravadas ficam como
      *>  estão - e a situação vira Aprovado ou Reprovado de vez.
      *>  A regra dos 75% de presença continua valendo.
      *>------------------------------------------------------------------------
       calcula-media-exame section.

           move ws-nota1 to ws-pior-nota
           if ws-nota2 < ws-pior-nota
               move ws-nota2 to ws-pior-nota
           end-if
           if ws-nota3 < ws-pior-nota
               move ws-nota3 to ws-pior-nota
           end-if
           if ws-nota4 < ws-pior-nota
               move ws-nota4 to ws-pior-nota
           end-if

           compute ws-media rounded =
               (ws-nota1 + ws-nota2 + ws-nota3 + ws-nota4
                - ws-pior-nota + ws-exame-final) / 4

           if ws-media >= 6,00
               move "Aprovado"  to ws-situacao
           else
               move "Reprovado" to ws-situacao
           end-if

           perform calcula-frequencia
           if ws-freq-perc < 75,00
               move "Reprovado" to ws-situacao
           end-if

           .
       calcula-media-exame-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apura a frequência do aluno em ws-ind: soma faltas e aulas
      *>  dadas de todos os meses lançados em arqFrequencia e calcula
      *>  o percentual de presença. Sem lançamento de frequência o
      *>  percentual fica em 100% (não reprova quem nunca teve falta
      *>  apontada). Dias de suspensão (arqOcorrencia) são faltas
      *>  justificadas: saem das faltas do mês, até o total lançado.
      *>------------------------------------------------------------------------
       calcula-frequencia section.

           move 0 to ws-freq-tot-faltas
           move 0 to ws-freq-tot-aulas
           move 0 to ws-freq-tot-justif

           perform soma-suspensoes-aluno

           move ws-ind to fd-freq-aluno
           move 0      to fd-freq-mes
           start arqFrequencia key is not less fd-freq-chave
           if ws-fs-arqFrequencia = 0 then
               move "N" to ws-fim-frequencia
               perform until fim-frequencia-aluno
                   read arqFrequencia next
                   if ws-fs-arqFrequencia = 0 then
                       if fd-freq-aluno = ws-ind
                           perform abate-suspensao-mes
                           add ws-freq-faltas-mes to ws-freq-tot-faltas
                           add fd-freq-aulas      to ws-freq-tot-aulas
                       else
                           move "S" to ws-fim-frequencia
                       end-if
                   else
                       if ws-fs-arqFrequencia = 10 then
                           move "S" to ws-fim-frequencia
                       else
                           move 15                                      to ws-msn-erro-ofsset
       calcula-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma por mês, em ws-suspensao-meses, os dias de suspensão do
      *>  aluno em ws-ind no ano letivo corrente - em janeiro o ano
      *>  letivo ainda é o anterior (exame e encerramento de dezembro)
      *>------------------------------------------------------------------------
       soma-suspensoes-aluno section.

           initialize ws-suspensao-meses
           move function current-date (1:4) to ws-susp-ano-letivo
           if function current-date (5:2) = "01"
               subtract 1 from ws-susp-ano-letivo
           end-if

           move ws-ind to fd-oco-aluno
           move 0      to fd-oco-data
           move 0      to fd-oco-seq
           start arqOcorrencia key is not less fd-oco-chave
           if ws-fs-arqOcorrencia = 0 then
               move "N" to ws-fim-ocorrencia
               perform until fim-ocorrencia-aluno
                   read arqOcorrencia next
                   if ws-fs-arqOcorrencia = 0 then
                       if fd-oco-aluno = ws-ind
                           move fd-ocorrencia to ws-ocorrencia
                           if ocorrencia-suspensao
                           and ws-oco-ano = ws-susp-ano-letivo
                           and ws-oco-mes >= 1 and ws-oco-mes <= 12
                               add ws-oco-dias-suspensao
                                to ws-susp-dias-mes (ws-oco-mes)
                           end-if
                       else
                           move "S" to ws-fim-ocorrencia
                       end-if
                   else
                       if ws-fs-arqOcorrencia = 10 then
                           move "S" to ws-fim-ocorrencia
                       else
                           move 27                                      to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqOcorrencia.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqOcorrencia <> 23
               and ws-fs-arqOcorrencia <> 10 then
                   move 27                                      to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOcorrencia.dat "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       soma-suspensoes-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Faltas do mês lido em fd-frequencias menos os dias de
      *>  suspensão do mês (nunca abaixo de zero) em ws-freq-faltas-mes
      *>------------------------------------------------------------------------
       abate-suspensao-mes section.

           move fd-freq-faltas to ws-freq-faltas-mes
           if fd-freq-mes < 1 or fd-freq-mes > 12
               exit section
           end-if

           if ws-susp-dias-mes (fd-freq-mes) >= ws-freq-faltas-mes
               add ws-freq-faltas-mes to ws-freq-tot-justif
               move 0 to ws-freq-faltas-mes
           else
               add ws-susp-dias-mes (fd-freq-mes) to ws-freq-tot-justif
               subtract ws-susp-dias-mes (fd-freq-mes) from ws-freq-faltas-mes
           end-if

           .
       abate-suspensao-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lança a frequência de um mês para todos os alunos de uma
      *>  turma: pede as aulas dadas no mês uma vez e as faltas aluno

      *>------------------------------------------------------------------------
      *>  Manutenção da grade curricular de uma turma (opção 'Gd'):
      *>  inclui/remove disciplinas com as aulas previstas, atribui o
      *>  professor de cada disciplina e lista a grade corrente
      *>------------------------------------------------------------------------
       manutencao-grade-turma section.


                   display "'I'ncluir disciplina na grade"
                   display "'R'emover disciplina da grade"
                   display "'P'rofessor da disciplina"
                   display "'L'istar a grade da turma"
                   display "'V'oltar"
                   accept ws-opcao-grade
                           perform inclui-disciplina-grade
                       when "R"
                           perform remove-disciplina-grade
                       when "P"
                           perform atribui-professor-grade
                       when "L"
                           perform lista-grade-turma
                       when "V"

      *>------------------------------------------------------------------------
      *>  Inclui (ou atualiza) uma disciplina na grade da turma em
      *>  ws-turma-cod, com as aulas previstas no ano e o professor
      *>------------------------------------------------------------------------
       inclui-disciplina-grade section.

               display "Aulas previstas no ano para " fd-disc-nome ":"
               accept ws-grade-aulas-prev

               display "Cod. do Professor (0 = a definir):"
               accept ws-prof-digitado
               perform valida-professor-grade
               move ws-prof-digitado    to ws-grade-prof

               move ws-turma-cod        to ws-grade-turma
               move ws-disc-cod         to ws-grade-disc
               move ws-grade            to fd-grade
                           end-if
                           display fd-grade-disc " " fd-disc-nome
                                   " aulas previstas: " fd-grade-aulas-prev
                           if fd-grade-prof = 0
                               display "    professor: (a definir)"
                           else
                               move fd-grade-prof to fd-prof-cod
                               read arqProfessor
                               if ws-fs-arqProfessor <> 0
                                   move "(sem cadastro)" to fd-prof-nome
                               end-if
                               display "    professor: " fd-grade-prof " " fd-prof-nome
                           end-if
                       else
                           move "S" to ws-fim-grade
                       end-if
               end-if
           end-if

           if ws-qtd-grade = 0
               display "Turma " ws-turma-cod " ainda sem grade cadastrada"
           end-if

           .
       lista-grade-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Atribui (ou troca) o professor de uma disciplina da grade da
      *>  turma em ws-turma-cod - zero deixa a disciplina sem professor
      *>------------------------------------------------------------------------
       atribui-professor-grade section.

           display "Cod. da Disciplina:"
           accept ws-disc-cod

           move ws-turma-cod to fd-grade-turma
           move ws-disc-cod  to fd-grade-disc
           read arqGrade
           if ws-fs-arqGrade <> 0 then
               if ws-fs-arqGrade = 23 then
                   display "Disciplina não está na grade desta turma"
               else
                   move 19                                  to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqGrade.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               move fd-grade to ws-grade
               display "Professor atual: " ws-grade-prof " (0 = a definir)"

               display "Cod. do Professor (0 = a definir):"
               accept ws-prof-digitado
               perform valida-professor-grade
               move ws-prof-digitado to ws-grade-prof

               move ws-grade to fd-grade
               rewrite fd-grade
               if ws-fs-arqGrade <> 0 then
                   move 19                                   to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                       to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqGrade.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               display "Disciplina " ws-disc-cod " da turma " ws-turma-cod
                       " com professor " ws-grade-prof
           end-if

           .
       atribui-professor-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Valida o professor digitado em ws-prof-digitado - repete até
      *>  ser um codigo cadastrado em arqProfessor (ou zero)
      *>------------------------------------------------------------------------
       valida-professor-grade section.

           move "N" to ws-prof-ok
           perform until professor-validado
               if ws-prof-digitado = 0
                   move "S" to ws-prof-ok
               else
                   move ws-prof-digitado to fd-prof-cod
                   read arqProfessor
                   if ws-fs-arqProfessor = 0 then
                       display "Professor: " fd-prof-nome
                       move "S" to ws-prof-ok
                   else
                       if ws-fs-arqProfessor <> 23 then
                           move 22                                     to ws-msn-erro-ofsset
                           move ws-fs-arqProfessor                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqProfessor.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       display "Professor não cadastrado (opção 'Cp')!"
                       display "Cod. do Professor (0 = a definir):"
                       accept ws-prof-digitado
                   end-if
               end-if
           end-perform

           .
       valida-professor-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cadastro/alteração de professores (arqProfessor, por codigo)
      *>  - nome, CPF, contato e o limite de aulas previstas no ano
      *>  que o relatorio de carga horaria confere contra a grade
      *>------------------------------------------------------------------------
       cadastra-professor section.

           display erase
           move space to ws-sair
           perform until voltar-tela

               display "Cod. do Professor:"
               accept ws-prof-digitado

               if ws-prof-digitado = 0
                   display "Cod. do Professor não pode ser zero!"
               else
                   move ws-prof-digitado to fd-prof-cod
                   read arqProfessor
                   if ws-fs-arqProfessor = 0 then
                       move fd-professores to ws-professores
                       display "Professor já cadastrado - alterando:"
                       display "Nome atual : " ws-prof-nome
                       perform aceita-dados-professor
                       move ws-professores to fd-professores
                       rewrite fd-professores
                       if ws-fs-arqProfessor <> 0 then
                           move 22                                        to ws-msn-erro-ofsset
                           move ws-fs-arqProfessor                        to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqProfessor.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       display "Professor " ws-prof-cod " alterado com sucesso!"
                   else
                       if ws-fs-arqProfessor <> 23 then
                           move 22                                        to ws-msn-erro-ofsset
                           move ws-fs-arqProfessor                        to ws-msn-erro-cod
                           move "Erro ao ler arq. arqProfessor.dat "      to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           initialize ws-professores
                           move ws-prof-digitado to ws-prof-cod
                           perform aceita-dados-professor
                           move ws-professores to fd-professores
                           write fd-professores
                           if ws-fs-arqProfessor <> 0 then
                               display "File Status ao gravar arqProfessor.dat: " ws-fs-arqProfessor
                           else
                               display "Professor " ws-prof-cod " cadastrado com sucesso!"
                           end-if
                       end-if
                   end-if
               end-if

               display "Deseja cadastrar/alterar mais um professor? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           .
       cadastra-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Digitação dos dados de um professor em ws-professores - o
      *>  codigo já foi decidido por quem chama
      *>------------------------------------------------------------------------
       aceita-dados-professor section.

           display "Nome do professor:"
           accept ws-prof-nome
           perform until ws-prof-nome <> spaces
               display "Nome não pode ficar em branco!"
               display "Nome do professor:"
               accept ws-prof-nome
           end-perform

           display "CPF (11 digitos, só numeros):"
           accept ws-prof-cpf
           display "Telefone:"
           accept ws-prof-tel
           display "E-mail:"
           accept ws-prof-email
           display "Limite de aulas previstas no ano (0 = sem limite):"
           accept ws-prof-limite-aulas

           .
       aceita-dados-professor-exit.
           exit.

      *>------------------------------------------------------------------------
               display "Nome da Mãe: "
               accept  ws-mae
               perform aceita-telefone
               initialize ws-censo
               perform aceita-dados-censo


      *> -------------  Salvar dados no arquivo
       monta-imagem-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dados do Censo Escolar do aluno em ws-alunos ('Ca' e 'Al').
      *>  Campo deixado em branco (ou zero) fica como não informado -
      *>  o relatorio CriticaCenso cobra o que faltar antes do prazo
      *>  do Educacenso; o que é informado tem de ser valido
      *>------------------------------------------------------------------------
       aceita-dados-censo section.

           move function current-date (1:4) to ws-ano-corrente
           display "--- Censo Escolar (em branco = não informado) ---"

           move "N" to ws-censo-ok
           perform until dado-censo-valido
               display "Data Nasc. (AAAAMMDD): "
               accept ws-data-nasc
               if ws-data-nasc = 0
                   move "S" to ws-censo-ok
               else
                   if ws-nasc-ano < 1900 or ws-nasc-ano > ws-ano-corrente
                   or ws-nasc-mes < 1 or ws-nasc-mes > 12
                   or ws-nasc-dia < 1 or ws-nasc-dia > 31
                       display "Data de nascimento invalida!"
                   else
                       move "S" to ws-censo-ok
                   end-if
               end-if
           end-perform

           move "N" to ws-censo-ok
           perform until dado-censo-valido
               display "Sexo ('M'/'F'): "
               accept ws-sexo
               inspect ws-sexo converting "mf" to "MF"
               if sexo-valido or ws-sexo = space
                   move "S" to ws-censo-ok
               else
                   display "Sexo deve ser 'M' ou 'F'!"
               end-if
           end-perform

           move "N" to ws-censo-ok
           perform until dado-censo-valido
               display "Cor/Raça (0 não declarada, 1 branca, 2 preta, 3 parda, 4 amarela, 5 indígena): "
               accept ws-cor-raca
               if cor-raca-valida or ws-cor-raca = space
                   move "S" to ws-censo-ok
               else
                   display "Cor/Raça invalida!"
               end-if
           end-perform

           move "N" to ws-censo-ok
           perform until dado-censo-valido
               display "Nacionalidade (1 brasileira, 2 naturalizada/nascido no exterior, 3 estrangeira): "
               accept ws-nacionalidade
               if nacionalidade-valida or ws-nacionalidade = space
                   move "S" to ws-censo-ok
               else
                   display "Nacionalidade invalida!"
               end-if
           end-perform

           display "Certidão de Nascimento (matricula): "
           accept ws-certidao

           display "ID INEP do aluno (0 = ainda sem ID): "
           accept ws-inep-id

           move "N" to ws-censo-ok
           perform until dado-censo-valido
               display "Possui deficiência? ('S'/'N'): "
               accept ws-deficiencia
               inspect ws-deficiencia converting "sn" to "SN"
               if deficiencia-valida or ws-deficiencia = space
                   move "S" to ws-censo-ok
               else
                   display "Responda 'S' ou 'N'!"
               end-if
           end-perform

           move 0 to ws-tipo-deficiencia
           if tem-deficiencia
               move "N" to ws-censo-ok
               perform until dado-censo-valido
                   display "Tipo (01 cegueira, 02 baixa visão, 03 surdez, 04 def. auditiva, 05 surdocegueira,"
                   display "      06 def. física, 07 def. intelectual, 08 autismo, 09 altas habilidades): "
                   accept ws-tipo-deficiencia
                   if ws-tipo-deficiencia >= 1 and ws-tipo-deficiencia <= 9
                       move "S" to ws-censo-ok
                   else
                       display "Tipo de deficiência invalido!"
                   end-if
               end-perform
           end-if

           .
       aceita-dados-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Auditoria - imagem (antes/depois) dos dados do censo do aluno
      *>------------------------------------------------------------------------
       monta-imagem-censo section.

           move spaces to ws-aud-imagem
           string "censo nasc:"      delimited by size
                  ws-data-nasc       delimited by size
                  " sexo:"           delimited by size
                  ws-sexo            delimited by size
                  " cor:"            delimited by size
                  ws-cor-raca        delimited by size
                  " nac:"            delimited by size
                  ws-nacionalidade   delimited by size
                  " certidao:"       delimited by size
                  ws-certidao        delimited by size
                  " inep:"           delimited by size
                  ws-inep-id         delimited by size
                  " defic:"          delimited by size
                  ws-deficiencia     delimited by size
                  " "                delimited by size
                  ws-tipo-deficiencia delimited by size
                  into ws-aud-imagem

           .
       monta-imagem-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Opção recusada pelo perfil do operador autenticado
      *>------------------------------------------------------------------------
               delimited by size into fd-linha-guia
           write fd-linha-guia

           if ws-freq-tot-justif > 0
               move ws-freq-tot-justif to ws-freq-tot-edt
               move spaces to fd-linha-guia
               string "Faltas justif. : " ws-freq-tot-edt " (suspensao)"
                   delimited by size into fd-linha-guia
               write fd-linha-guia
           end-if

           move ws-freq-perc to ws-freq-perc-edt
           move spaces to fd-linha-guia
           string "Frequencia     : " ws-freq-perc-edt " %"
      *>  'Pg', liberada para secretaria e administração; o
      *>  cancelamento é só da administração. Toda baixa entra na
      *>  trilha de auditoria, porque dinheiro é a primeira coisa que
      *>  a direção confere. Mensalidade paga pode ter o pagamento
      *>  estornado; depois que o caixa do dia foi fechado
      *>  (FechamentoCaixa), pagamento com aquela data só é lançado
      *>  ou estornado pela administração.
      *>------------------------------------------------------------------------
       baixa-mensalidade section.

                   else
                       move fd-mensalidades to ws-mensalidades
                       if not mensalidade-aberta
                           if mensalidade-paga
                               perform estorna-pagamento
                           else
                               display "Mensalidade " ws-mens-anomes " não está em aberto (sit. " ws-mens-situacao ")"
                           end-if
                       else
                           display "'P'agar ou 'X' cancelar a cobrança:"
                           accept ws-opcao-mens

      *>------------------------------------------------------------------------
      *>  Registra o pagamento da mensalidade corrente (lida em
      *>  ws-mensalidades), com a forma de pagamento e o operador
      *>  logado, e audita a baixa
      *>------------------------------------------------------------------------
       registra-pagamento section.


           display "Data do pagamento (AAAAMMDD):"
           accept ws-mens-data-pagto

           move ws-mens-data-pagto to ws-data-verif
           perform verifica-dia-fechado
           if dia-fechado
               if not logado-administracao
                   display "Caixa de " ws-data-verif (7:2) "/" ws-data-verif (5:2) "/"
                           ws-data-verif (1:4) " já fechado - pagamento nessa data só pela administração"
                   exit section
               end-if
               display "Caixa de " ws-data-verif (7:2) "/" ws-data-verif (5:2) "/"
                       ws-data-verif (1:4) " já fechado - refaça o fechamento do dia depois"
           end-if

           display "Valor pago:"
           accept ws-mens-valor-pago

           move space to ws-mens-forma-pagto
           perform until forma-pagto-valida
               display "Forma de pagamento - 'D'inheiro, 'P'IX, 'C'artão ou 'B'oleto:"
               accept ws-mens-forma-pagto
               inspect ws-mens-forma-pagto converting "dpcb" to "DPCB"
               if not forma-pagto-valida
                   display "Forma de pagamento invalida"
               end-if
           end-perform

           move "P"            to ws-mens-situacao
           move ws-oper-logado to ws-mens-oper-pagto

           move spaces to ws-aud-depois
           string "mens:" ws-mens-anomes
                  " pago:" ws-mens-valor-pago
                  " em:" ws-mens-data-pagto
                  " sit:P"
                  " forma:" ws-mens-forma-pagto
               delimited by size into ws-aud-depois

           move ws-mensalidades to fd-mensalidades
       registra-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estorna o pagamento da mensalidade corrente (paga, em
      *>  ws-mensalidades), que volta a ficar em aberto, e audita o
      *>  estorno - dia de caixa já fechado só pela administração
      *>------------------------------------------------------------------------
       estorna-pagamento section.

           move ws-mens-valor-pago to ws-valor-edt
           display "Mensalidade " ws-mens-anomes " paga em " ws-mens-data-pagto (7:2) "/"
                   ws-mens-data-pagto (5:2) "/" ws-mens-data-pagto (1:4)
                   " - " ws-valor-edt " forma " ws-mens-forma-pagto
                   " oper. " ws-mens-oper-pagto
           display "'E'stornar o pagamento (outra tecla volta):"
           accept ws-opcao-mens
           if ws-opcao-mens <> "E" and ws-opcao-mens <> "e"
               exit section
           end-if

           move ws-mens-data-pagto to ws-data-verif
           perform verifica-dia-fechado
           if dia-fechado
               if not logado-administracao
                   display "Caixa de " ws-data-verif (7:2) "/" ws-data-verif (5:2) "/"
                           ws-data-verif (1:4) " já fechado - estorno só pela administração"
                   exit section
               end-if
               display "Caixa de " ws-data-verif (7:2) "/" ws-data-verif (5:2) "/"
                       ws-data-verif (1:4) " já fechado - refaça o fechamento do dia depois"
           end-if

           move spaces to ws-aud-antes
           string "mens:" ws-mens-anomes
                  " valor:" ws-mens-valor
                  " pago:" ws-mens-valor-pago
                  " em:" ws-mens-data-pagto
                  " sit:P"
                  " forma:" ws-mens-forma-pagto
               delimited by size into ws-aud-antes

           move "A"    to ws-mens-situacao
           move 0      to ws-mens-data-pagto
           move 0      to ws-mens-valor-pago
           move space  to ws-mens-forma-pagto
           move spaces to ws-mens-oper-pagto

           move spaces to ws-aud-depois
           string "mens:" ws-mens-anomes
                  " valor:" ws-mens-valor
                  " sit:A"
               delimited by size into ws-aud-depois

           move ws-mensalidades to fd-mensalidades
           rewrite fd-mensalidades
           if ws-fs-arqMensalidade <> 0 then
               move 20                                         to ws-msn-erro-ofsset
               move ws-fs-arqMensalidade                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqMensalidade.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "ESTORNOPAG" to ws-aud-operacao
           perform grava-auditoria

           display "Pagamento da mensalidade " ws-mens-anomes " do aluno " ws-ind " estornado"

           .
       estorna-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Diz se o caixa do dia em ws-data-verif já foi fechado
      *>------------------------------------------------------------------------
       verifica-dia-fechado section.

           move "N" to ws-dia-fechado
           move ws-data-verif to fd-fech-data
           read arqFechamento
           if ws-fs-arqFechamento = 0 then
               move "S" to ws-dia-fechado
           else
               if ws-fs-arqFechamento <> 23 then
                   move 28                                        to ws-msn-erro-ofsset
                   move ws-fs-arqFechamento                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFechamento.dat "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       verifica-dia-fechado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cancela a cobrança da mensalidade corrente (só
      *>  administração) e audita o cancelamento
       cancela-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descontos de mensalidade do aluno - opção 'Ds'. Bolsa,
      *>  filho de funcionario, irmãos (quando o vinculo de
      *>  responsável não pega) ou outro, com percentual e vigência
      *>  por competência; aplicados pelo GeraMensalidades na
      *>  geração. Conceder e encerrar é só da administração, e
      *>  entra na trilha de auditoria.
      *>------------------------------------------------------------------------
       manutencao-descontos section.

           display erase
           display "Cod. do Aluno:"
           accept ws-ind

           move ws-ind to fd-ind
           read arqCadAluno
           if ws-fs-arqCadAluno <> 0 then
               if ws-fs-arqCadAluno = 23 then
                   display "Cod. de Aluno não existe"
               else
                   move 7                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               move fd-alunos to ws-alunos
               display "Aluno: " ws-aluno
               move space to ws-sair
               perform until voltar-tela

                   display "'I'ncluir desconto"
                   display "'E'ncerrar desconto"
                   display "'L'istar descontos do aluno"
                   display "'V'oltar"
                   accept ws-opcao-desc

                   evaluate ws-opcao-desc
                       when "I"
                       when "i"
                           if logado-administracao
                               perform inclui-desconto
                           else
                               perform opcao-nao-permitida
                           end-if
                       when "E"
                       when "e"
                           if logado-administracao
                               perform encerra-desconto
                           else
                               perform opcao-nao-permitida
                           end-if
                       when "L"
                       when "l"
                           perform lista-descontos-aluno
                       when "V"
                       when "v"
                           move "V" to ws-sair
                       when other
                           display "opcao invalida"
                   end-evaluate

               end-perform
           end-if

           .
       manutencao-descontos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os descontos do aluno corrente (ws-ind) e deixa em
      *>  ws-desc-prox-seq a proxima sequencia livre
      *>------------------------------------------------------------------------
       lista-descontos-aluno section.

           move 0 to ws-qtd-desc-aluno
           move 1 to ws-desc-prox-seq

           move ws-ind to fd-desc-aluno
           move 0      to fd-desc-seq
           start arqDesconto key is not less fd-desc-chave
           if ws-fs-arqDesconto = 0 then
               move "N" to ws-fim-desc
               perform until fim-desc-aluno
                   read arqDesconto next
                   if ws-fs-arqDesconto = 0 then
                       if fd-desc-aluno = ws-ind
                           add 1 to ws-qtd-desc-aluno
                           compute ws-desc-prox-seq = fd-desc-seq + 1
                           move fd-desc-perc to ws-perc-edt
                           display fd-desc-seq " tipo " fd-desc-tipo
                                   " " ws-perc-edt "% de " fd-desc-comp-ini
                                   " a " fd-desc-comp-fim
                                   " " fd-desc-motivo
                       else
                           move "S" to ws-fim-desc
                       end-if
                   else
                       if ws-fs-arqDesconto = 10 then
                           move "S" to ws-fim-desc
                       else
                           move 21                                     to ws-msn-erro-ofsset
                           move ws-fs-arqDesconto                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDesconto.dat "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqDesconto <> 23
               and ws-fs-arqDesconto <> 10 then
                   move 21                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDesconto                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDesconto.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtd-desc-aluno = 0
               display "Nenhum desconto cadastrado para o aluno " ws-ind
           end-if

           .
       lista-descontos-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui um desconto para o aluno corrente, na proxima
      *>  sequencia livre, e audita a concessão
      *>------------------------------------------------------------------------
       inclui-desconto section.

           perform lista-descontos-aluno
           if ws-desc-prox-seq > 99
               display "Aluno já tem 99 descontos cadastrados"
               exit section
           end-if

           initialize ws-descontos
           move ws-ind           to ws-desc-aluno
           move ws-desc-prox-seq to ws-desc-seq

           display "Tipo 'B'olsa, 'F'ilho de funcionario, 'I'rmãos ou 'O'utro:"
           accept ws-desc-tipo
           inspect ws-desc-tipo converting "bfio" to "BFIO"
           if not desconto-tipo-valido
               display "Tipo de desconto invalido!"
               exit section
           end-if

           display "Percentual sobre a mensalidade (ex: 50):"
           accept ws-desc-perc
           if ws-desc-perc = 0 or ws-desc-perc > 100
               display "Percentual deve ser de 0,01 a 100!"
               exit section
           end-if

           display "Competência inicial (AAAAMM):"
           accept ws-desc-comp-ini
           display "Competência final (AAAAMM, 0 = sem prazo):"
           accept ws-desc-comp-fim
           if ws-desc-comp-ini < 200001 or ws-desc-comp-ini > 209912
           or (ws-desc-comp-fim <> 0
           and ws-desc-comp-fim < ws-desc-comp-ini)
               display "Vigência invalida!"
               exit section
           end-if

           display "Motivo:"
           accept ws-desc-motivo
           perform until ws-desc-motivo <> spaces
               display "Motivo não pode ficar em branco!"
               display "Motivo:"
               accept ws-desc-motivo
           end-perform

           move ws-descontos to fd-descontos
           write fd-descontos
           if ws-fs-arqDesconto <> 0 then
               move 21                                       to ws-msn-erro-ofsset
               move ws-fs-arqDesconto                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqDesconto.dat "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-aud-antes
           move spaces to ws-aud-depois
           string "desc:" ws-desc-seq
                  " tipo:" ws-desc-tipo
                  " perc:" ws-desc-perc
                  " de:" ws-desc-comp-ini
                  " ate:" ws-desc-comp-fim
                  " " ws-desc-motivo
               delimited by size into ws-aud-depois
           move "DESCONTO" to ws-aud-operacao
           perform grava-auditoria

           display "Desconto " ws-desc-seq " incluido para o aluno " ws-ind

           .
       inclui-desconto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Encerra um desconto do aluno corrente na competência
      *>  informada (o registro fica, para a consulta do que já foi
      *>  concedido) e audita o encerramento
      *>------------------------------------------------------------------------
       encerra-desconto section.

           perform lista-descontos-aluno
           if ws-qtd-desc-aluno = 0
               exit section
           end-if

           display "Sequencia do desconto a encerrar:"
           accept ws-desc-seq

           move ws-ind      to fd-desc-aluno
           move ws-desc-seq to fd-desc-seq
           read arqDesconto
           if ws-fs-arqDesconto <> 0 then
               if ws-fs-arqDesconto = 23 then
                   display "Desconto não encontrado"
               else
                   move 21                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDesconto                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDesconto.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               move fd-descontos to ws-descontos

               move spaces to ws-aud-antes
               string "desc:" ws-desc-seq
                      " tipo:" ws-desc-tipo
                      " perc:" ws-desc-perc
                      " de:" ws-desc-comp-ini
                      " ate:" ws-desc-comp-fim
                   delimited by size into ws-aud-antes

               display "Ultima competência com o desconto (AAAAMM):"
               accept ws-desc-comp-fim
               if ws-desc-comp-fim < ws-desc-comp-ini
                   display "Competência anterior ao inicio do desconto!"
               else
                   move ws-descontos to fd-descontos
                   rewrite fd-descontos
                   if ws-fs-arqDesconto <> 0 then
                       move 21                                       to ws-msn-erro-ofsset
                       move ws-fs-arqDesconto                        to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqDesconto.dat "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move spaces to ws-aud-depois
                   string "desc:" ws-desc-seq
                          " tipo:" ws-desc-tipo
                          " perc:" ws-desc-perc
                          " de:" ws-desc-comp-ini
                          " ate:" ws-desc-comp-fim
                       delimited by size into ws-aud-depois
                   move "DESCENCERR" to ws-aud-operacao
                   perform grava-auditoria

                   display "Desconto " ws-desc-seq " encerrado em " ws-desc-comp-fim
               end-if
           end-if

           .
       encerra-desconto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Traduz o codigo de status de matrícula de ws-alunos para o
      *>  texto mostrado nas telas e listagens
                   display " '4' Para Nome Pai"
                   display " '5' Para Telefone "
                   display " '6' Para Notas"
                   display " '7' Para Dados do Censo Escolar"
                   accept ws-menu


      *>registro agregado é recalculado pela opção 'Cn' do menu
                           display "Notas são lançadas na opção 'Cn', por disciplina e bimestre"

      *>A imagem do aluno não comporta os dados do censo - a
      *>auditoria da alteração leva só a imagem do censo
                       when = "7"
                           perform monta-imagem-censo
                           move ws-aud-imagem to ws-aud-antes
                           perform aceita-dados-censo

                       when other
                       display "Opcao Invalida"

                   end-evaluate

               if ws-menu = "7"
                   perform monta-imagem-censo
               else
                   perform monta-imagem-aluno
               end-if
               move ws-aud-imagem to ws-aud-depois

               move ws-alunos         to fd-alunos
               perform finaliza-anormal
           end-if

           close arqDesconto
           if ws-fs-arqDesconto <> 0 then
               move 21                                         to ws-msn-erro-ofsset
               move ws-fs-arqDesconto                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDesconto.dat "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqProfessor
           if ws-fs-arqProfessor <> 0 then
               move 22                                        to ws-msn-erro-ofsset
               move ws-fs-arqProfessor                        to ws-msn-erro-cod
               move "Erro ao fechar arq. arqProfessor.dat "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDependencia
           if ws-fs-arqDependencia <> 0 then
               move 23                                        to ws-msn-erro-ofsset
               move ws-fs-arqDependencia                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDependencia.dat " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqConselho
           if ws-fs-arqConselho <> 0 then
               move 24                                        to ws-msn-erro-ofsset
               move ws-fs-arqConselho                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqConselho.dat "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEstudoExt
           if ws-fs-arqEstudoExt <> 0 then
               move 25                                        to ws-msn-erro-ofsset
               move ws-fs-arqEstudoExt                        to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEstudoExt.dat "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEstudoExtDisc
           if ws-fs-arqEstudoExtDisc <> 0 then
               move 26                                        to ws-msn-erro-ofsset
               move ws-fs-arqEstudoExtDisc                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEstudoExtDisc.dat " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqOcorrencia
           if ws-fs-arqOcorrencia <> 0 then
               move 27                                        to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqOcorrencia.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqFechamento
           if ws-fs-arqFechamento <> 0 then
               move 28                                        to ws-msn-erro-ofsset
               move ws-fs-arqFechamento                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqFechamento.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           Stop run
           .
