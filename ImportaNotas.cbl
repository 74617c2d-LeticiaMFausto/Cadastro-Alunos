      *>
      *>O cabeçalho da planilha diz a turma, a disciplina e o
      *>bimestre; ele é validado contra arqTurma, arqDisciplina e a
      *>grade curricular antes de qualquer gravação - e a disciplina
      *>precisa ter professor atribuído na grade da turma (opção
      *>'Gd'): planilha de turma/disciplina sem professor não é
      *>carregada. Cada linha de
      *>detalhe é criticada - aluno inexistente, matrícula inativa,
      *>aluno que não pertence à turma da planilha, nota fora do
      *>formato NN,NN ou acima de 10 - e as recusadas vão para
      *>No fim, cada aluno que recebeu nota passa pela MESMA
      *>agregação da opção 'Cn': as notas de bimestre do registro são
      *>recalculadas a partir de arqNotaDisc (só disciplinas da grade
      *>da turma), a media e a situação são reapuradas pelo resultado
      *>de cada disciplina (incluindo os exames de recuperação já
      *>lançados, o aprovado com dependência e a regra dos 75% de
      *>presença) e a alteração é auditada.

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-freq-chave
           file status is ws-fs-arqFrequencia.

           select arqOcorrencia assign to "arqOcorrencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-oco-chave
           file status is ws-fs-arqOcorrencia.

           select arqAuditoria assign to "Auditoria.log"
           organization is line sequential
           file status is ws-fs-arqAuditoria.
       fd arqFrequencia.
           copy FREQUENCIA.

       fd arqOcorrencia.
           copy OCORRENCIA.

       fd arqAuditoria
           record contains 650 characters.
           copy AUDITORIA.
       77  ws-fs-arqGrade                          pic  9(02).
       77  ws-fs-arqNotaDisc                       pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqOcorrencia                     pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).

           copy MSGERRO.

           copy PLANILHA.

           copy RESULTDISC.

      *>----Cabeçalho da carga (turma/disciplina/bimestre da planilha)
       77  ws-turma-carga                          pic 9(03).
       77  ws-disc-carga                           pic 9(03).
       77  ws-freq-tot-faltas                      pic 9(05).
       77  ws-freq-tot-aulas                       pic 9(05).
       77  ws-freq-perc                            pic 9(03)v99.
      *>Dias de suspensão do ano letivo por mês (arqOcorrencia) -
      *>contam como faltas justificadas
       77  ws-sem-ocorrencia                       pic x(01).
           88  sem-arquivo-ocorrencia              value "S".
       77  ws-freq-faltas-mes                      pic 9(03).
       77  ws-susp-ano-letivo                      pic 9(04).
       77  ws-fim-ocorrencia                       pic x(01).
           88  fim-ocorrencia-aluno                value "S".
       01  ws-suspensao-meses.
           05  ws-susp-dias-mes                    pic 9(03) occurs 12.

           copy OCORRENCIAWS.

       77  ws-total-lidas                          pic 9(05) value 0.
       77  ws-total-gravadas                       pic 9(05) value 0.

           move "N" to ws-tem-cabecalho

           move "N" to ws-sem-ocorrencia
           open input arqOcorrencia
           if ws-fs-arqOcorrencia = 35 then
               move "S" to ws-sem-ocorrencia
           else
               if ws-fs-arqOcorrencia  <> 00
               and ws-fs-arqOcorrencia <> 05 then
                   move 10                                         to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencia                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqOcorrencia.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       inicializa-exit.
           exit.
               end-if
           end-if

      *>Nota só entra de turma/disciplina com professor atribuído na
      *>grade - sem grade (ou sem a linha da disciplina) também não
      *>há professor
           if sem-arquivo-grade
           or not disciplina-na-grade
           or fd-grade-prof = 0
               display "Turma " ws-turma-carga " disciplina " ws-disc-carga
                       " sem professor atribuído na grade (opção 'Gd')"
                       " - carga cancelada"
               move 16 to return-code
               stop run
           end-if

           move "S" to ws-tem-cabecalho
           display "Carga: turma " ws-turma-carga
                   " disciplina " ws-disc-carga
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
               end-if
           end-if

      *>Aluno que já fez o exame final não volta para recuperação por
      *>um recalculo posterior (ex: acerto de frequência) - o exame
      *>gravado é reaplicado sobre a media nova
           if ws-situacao = "Recuperacao"
           and ws-exame-final > 0
               perform calcula-media-exame
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
                           move 7                                     to ws-msn-erro-ofsset
                           move ws-fs-arqNotaDisc                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqNotaDisc.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqNotaDisc <> 23
               and ws-fs-arqNotaDisc <> 10 then
                   move 7                                     to ws-msn-erro-ofsset
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
           move 0 to ws-freq-tot-faltas
           move 0 to ws-freq-tot-aulas

           perform soma-suspensoes-aluno

           if not sem-arquivo-frequencia
               move ws-ind to fd-freq-aluno
               move 0      to fd-freq-mes
                       read arqFrequencia next
                       if ws-fs-arqFrequencia = 0 then
                           if fd-freq-aluno = ws-ind
                               perform abate-suspensao-mes
                               add ws-freq-faltas-mes to ws-freq-tot-faltas
                               add fd-freq-aulas      to ws-freq-tot-aulas
                           else
                               move "S" to ws-fim-frequencia
                           end-if
       calcula-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma por mês, em ws-suspensao-meses, os dias de suspensão do
      *>  aluno em ws-ind no ano letivo corrente - em janeiro o ano
      *>  letivo ainda é o anterior (exame e encerramento de dezembro)
      *>------------------------------------------------------------------------
       soma-suspensoes-aluno section.

           initialize ws-suspensao-meses
           if sem-arquivo-ocorrencia
               exit section
           end-if

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
                           move 10                                      to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqOcorrencia.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqOcorrencia <> 23
               and ws-fs-arqOcorrencia <> 10 then
                   move 10                                      to ws-msn-erro-ofsset
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
               move 0 to ws-freq-faltas-mes
           else
               subtract ws-susp-dias-mes (fd-freq-mes) from ws-freq-faltas-mes
           end-if

           .
       abate-suspensao-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Auditoria - monta uma imagem dos dados do aluno a partir de
      *>  ws-alunos, igual à rotina equivalente do programa interativo
           if not sem-arquivo-frequencia
               close arqFrequencia
           end-if
           if not sem-arquivo-ocorrencia
               close arqOcorrencia
           end-if
           close arqAuditoria

           display "Linhas com nota lidas   : " ws-total-lidas
