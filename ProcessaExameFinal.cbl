       date-compiled. 22/08/2026.

      *>Passe em lote depois do periodo de exames: para cada aluno em
      *>recuperação, o resultado é reapurado disciplina a disciplina
      *>a partir de arqNotaDisc - em cada disciplina em recuperação
      *>com exame lançado (bimestre 5), a nota do exame substitui o
      *>pior bimestre no calculo da media final (as notas de
      *>bimestre gravadas ficam como estão) e a disciplina fica
      *>Aprovado ou Reprovado de vez. O aluno fica Aprovado (todas
      *>aprovadas), AprovDepend (até duas reprovadas - aprovado com
      *>dependência) ou Reprovado - é essa situação que a matricula
      *>de fevereiro consulta. A regra dos 75% de presença continua
      *>valendo. Aluno sem nota por disciplina (registro antigo)
      *>segue com o exame unico do cadastro sobre a media geral.
      *>Alunos com exame ainda pendente são contados e relatados e o
      *>programa termina com RC 8 - a etapa não conta como concluida
      *>no fechamento do ano até os exames serem lançados e o passe
      *>rodar de novo.

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-freq-chave
           file status is ws-fs-arqFrequencia.

           select arqOcorrencia assign to "arqOcorrencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-oco-chave
           file status is ws-fs-arqOcorrencia.

           select arqNotaDisc assign to "arqNotaDisc.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-nd-chave
           file status is ws-fs-arqNotaDisc.

           select arqGrade assign to "arqGrade.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-grade-chave
           file status is ws-fs-arqGrade.

           select arqAuditoria assign to "Auditoria.log"
           organization is line sequential
           file status is ws-fs-arqAuditoria.

           select arqContagem assign to "ContagemEtapa.txt"
           organization is line sequential
           file status is ws-fs-arqContagem.

      *>Declaração de variáveis
       data division.

       fd arqFrequencia.
           copy FREQUENCIA.

       fd arqOcorrencia.
           copy OCORRENCIA.

       fd arqNotaDisc.
           copy NOTADISC.

       fd arqGrade.
           copy GRADE.

       fd arqAuditoria
           record contains 650 characters.
           copy AUDITORIA.

       fd arqContagem.
           copy CONTAGEM.

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAluno                       pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqOcorrencia                     pic  9(02).
       77  ws-fs-arqNotaDisc                       pic  9(02).
       77  ws-fs-arqGrade                          pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqContagem                       pic  9(02).

           copy MSGERRO.

           copy ALUNOWS.

           copy RESULTDISC.

       77  ws-total-lidos                          pic 9(05) value 0.
       77  ws-total-reprocessados                  pic 9(05) value 0.
       77  ws-total-sem-exame                      pic 9(05) value 0.

       77  ws-pior-nota                            pic 9(02)v99.

      *>----Notas por disciplina e grade da turma (base antiga pode
      *>----não ter os arquivos)
       77  ws-sem-notadisc                         pic x(01).
           88  sem-arquivo-notadisc                value "S".
       77  ws-sem-grade                            pic x(01).
           88  sem-arquivo-grade                   value "S".
       77  ws-disc-na-grade                        pic x(01).
           88  disciplina-na-grade                 value "S".
           88  disciplina-fora-da-grade            value "N".
           88  turma-sem-grade                     value "X".
       77  ws-disc-valida                          pic 9(03).

      *>----Apuração de frequência (regra legal dos 75% de presença)
       77  ws-sem-frequencia                       pic x(01).
           88  sem-arquivo-frequencia              value "S".
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

       77  ws-aud-operacao                          pic x(10).
       77  ws-aud-antes                             pic x(260).
               end-if
           end-if

      *>Sem notas por disciplina todos seguem a regra da media geral
           move "N" to ws-sem-notadisc
           open input arqNotaDisc
           if ws-fs-arqNotaDisc = 35 then
               move "S" to ws-sem-notadisc
           else
               if ws-fs-arqNotaDisc  <> 00
               and ws-fs-arqNotaDisc <> 05 then
                   move 4                                      to ws-msn-erro-ofsset
                   move ws-fs-arqNotaDisc                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqNotaDisc.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N" to ws-sem-grade
           open input arqGrade
           if ws-fs-arqGrade = 35 then
               move "S" to ws-sem-grade
           else
               if ws-fs-arqGrade  <> 00
               and ws-fs-arqGrade <> 05 then
                   move 5                                   to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqGrade.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open extend arqAuditoria
           if ws-fs-arqAuditoria <> 00
           and ws-fs-arqAuditoria <> 05 then
               perform finaliza-anormal
           end-if

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
                   add 1 to ws-total-lidos
                   move fd-alunos to ws-alunos
                   if ws-situacao = "Recuperacao"
                       perform reprocessa-aluno
                   end-if
               else
                   if ws-fs-arqCadAluno <> 10 then
           exit.

      *>------------------------------------------------------------------------
      *>  Reprocessa o resultado do aluno corrente (em ws-alunos): com
      *>  notas por disciplina, os exames lançados decidem cada
      *>  disciplina em recuperação; sem elas, o exame unico do
      *>  cadastro substitui o pior bimestre da media geral
      *>------------------------------------------------------------------------
       reprocessa-aluno section.

           perform monta-imagem-aluno
           move ws-aud-imagem to ws-aud-antes

           compute ws-media rounded =
               (ws-nota1 + ws-nota2 + ws-nota3 + ws-nota4) / 4

           if sem-arquivo-notadisc
               initialize ws-result-disc
           else
               perform apura-disciplinas-aluno
           end-if

           if ws-rd-qtd = 0
               if ws-exame-final = 0
                   add 1 to ws-total-sem-exame
                   display "Aluno " ws-ind " em recuperação sem exame lançado"
                   exit section
               end-if
               perform calcula-media-exame
           else
               perform calcula-situacao-disciplinas
               if ws-situacao = "Recuperacao"
                   add 1 to ws-total-sem-exame
                   display "Aluno " ws-ind " com exame pendente em "
                           ws-rd-qtd-recup " disciplina(s)"
                   exit section
               end-if
           end-if

           perform monta-imagem-aluno
           move ws-aud-imagem to ws-aud-depois

           move ws-media    to fd-media
           move ws-situacao to fd-situacao
           rewrite fd-alunos
           if ws-fs-arqCadAluno <> 0 then
               move 7                                   to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqCadAluno "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "EXAME" to ws-aud-operacao
           perform grava-auditoria

           add 1 to ws-total-reprocessados
           display "Aluno " ws-ind " reprocessado: " ws-situacao

           .
       reprocessa-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aluno sem nota por disciplina: o exame final do cadastro
      *>  substitui o pior bimestre no calculo da media geral e a
      *>  situação vira Aprovado ou Reprovado
      *>------------------------------------------------------------------------
       calcula-media-exame section.

           move ws-nota1 to ws-pior-nota
           if ws-nota2 < ws-pior-nota
               move ws-nota2 to ws-pior-nota
               move "Reprovado" to ws-situacao
           end-if

           .
       calcula-media-exame-exit.
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
                           move 4                                     to ws-msn-erro-ofsset
                           move ws-fs-arqNotaDisc                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqNotaDisc.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqNotaDisc <> 23
               and ws-fs-arqNotaDisc <> 10 then
                   move 4                                     to ws-msn-erro-ofsset
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
      *>  Verifica se a disciplina em ws-disc-valida pertence à grade
      *>  da turma em ws-cod-turma - mesma regra da opção 'Cn':
      *>  'S' na grade, 'N' fora da grade, 'X' turma sem grade
      *>------------------------------------------------------------------------
       verifica-grade-turma section.

           if sem-arquivo-grade
               move "X" to ws-disc-na-grade
               exit section
           end-if

           move ws-cod-turma   to fd-grade-turma
           move ws-disc-valida to fd-grade-disc
           read arqGrade
           if ws-fs-arqGrade = 0 then
               move "S" to ws-disc-na-grade
           else
               if ws-fs-arqGrade <> 23 then
                   move 5                                   to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqGrade.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "X" to ws-disc-na-grade
               move ws-cod-turma to fd-grade-turma
               move 0            to fd-grade-disc
               start arqGrade key is not less fd-grade-chave
               if ws-fs-arqGrade = 0
                   read arqGrade next
                   if ws-fs-arqGrade = 0
                   and fd-grade-turma = ws-cod-turma
                       move "N" to ws-disc-na-grade
                   end-if
               end-if
           end-if

           .
       verifica-grade-turma-exit.
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
       grava-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contagens da execução em ContagemEtapa.txt, para o log do
      *>  fechamento do ano letivo (ControleAnoLetivo)
      *>------------------------------------------------------------------------
       grava-contagens section.

           open output arqContagem
           if ws-fs-arqContagem <> 00 then
               move 11                                        to ws-msn-erro-ofsset
               move ws-fs-arqContagem                         to ws-msn-erro-cod
               move "Erro ao abrir arq. ContagemEtapa.txt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Alunos lidos"           to fd-cont-rotulo
           move ws-total-lidos           to fd-cont-valor
           perform grava-contagem
           move "Reprocessados"          to fd-cont-rotulo
           move ws-total-reprocessados   to fd-cont-valor
           perform grava-contagem
           move "Exame pendente"         to fd-cont-rotulo
           move ws-total-sem-exame       to fd-cont-valor
           perform grava-contagem

           close arqContagem

           .
       grava-contagens-exit.
           exit.

       grava-contagem section.

           write fd-contagem
           if ws-fs-arqContagem <> 00 then
               move 11                                        to ws-msn-erro-ofsset
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
           if not sem-arquivo-frequencia
               close arqFrequencia
           end-if
           if not sem-arquivo-ocorrencia
               close arqOcorrencia
           end-if
           if not sem-arquivo-notadisc
               close arqNotaDisc
           end-if
           if not sem-arquivo-grade
               close arqGrade
           end-if
           close arqAuditoria

           perform grava-contagens

           display "Alunos lidos          : " ws-total-lidos
           display "Alunos reprocessados  : " ws-total-reprocessados
           display "Em recup. exame pend. : " ws-total-sem-exame

           if ws-total-sem-exame > 0
               move 8 to return-code
           end-if

           Stop run
           .
