      *>que fecha (turma, notas de bimestre, media e situação) e em
      *>seguida limpa as notas, media, situação e turma do registro
      *>do aluno, deixando o cadastro pronto para o ano seguinte.
      *>O resultado de cada disciplina (media, exame, media final,
      *>aulas previstas na grade e situação) vai para
      *>arqHistDisc.dat, por aluno + ano + disciplina - é dele que a
      *>rematricula tira as dependências do aprovado com
      *>dependência e o histórico escolar imprime as disciplinas.
      *>As notas lançadas por disciplina (arqNotaDisc.dat), a
      *>frequência (arqFrequencia.dat) e a fila de espera
      *>(arqFilaEspera.dat) são apagadas depois do arquivamento - as
      *>notas de bimestre que elas geraram ficam preservadas no
      *>histórico.
      *>
      *>Quando o Conselho de Classe decidiu o resultado do aluno no
      *>ano (arqConselho.dat), a situação gravada no histórico é a
      *>decidida; as notas e medias ficam as apuradas.
      *>
      *>Alunos que já tenham histórico gravado para o ano informado
      *>são pulados, para que uma reexecução acidental não limpe um
      *>cadastro já encerrado duas vezes.
           record key is fd-nd-chave
           file status is ws-fs-arqNotaDisc.

           select arqHistDisc assign to "arqHistDisc.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hd-chave
           file status is ws-fs-arqHistDisc.

           select arqGrade assign to "arqGrade.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-grade-chave
           file status is ws-fs-arqGrade.

           select arqConselho assign to "arqConselho.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cons-chave
           file status is ws-fs-arqConselho.

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           organization is line sequential
           file status is ws-fs-arqAuditoria.

           select arqContagem assign to "ContagemEtapa.txt"
           organization is line sequential
           file status is ws-fs-arqContagem.

      *>Declaração de variáveis
       data division.

       fd arqNotaDisc.
           copy NOTADISC.

       fd arqHistDisc.
           copy HISTDISC.

       fd arqGrade.
           copy GRADE.

       fd arqConselho.
           copy CONSELHO.

       fd arqFrequencia.
           copy FREQUENCIA.

           record contains 650 characters.
           copy AUDITORIA.

       fd arqContagem.
           copy CONTAGEM.

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAluno                       pic  9(02).
       77  ws-fs-arqHistorico                      pic  9(02).
       77  ws-fs-arqNotaDisc                       pic  9(02).
       77  ws-fs-arqHistDisc                       pic  9(02).
       77  ws-fs-arqGrade                          pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqConselho                       pic  9(02).
       77  ws-fs-arqFilaEspera                     pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqContagem                       pic  9(02).

           copy MSGERRO.

           copy ALUNOWS.

           copy HISTDISCWS.

           copy RESULTDISC.

       77  ws-ano-letivo                           pic 9(04).

      *>----Notas por disciplina e grade da turma (base antiga pode
      *>----não ter os arquivos)
       77  ws-sem-notadisc                         pic x(01).
           88  sem-arquivo-notadisc                value "S".
       77  ws-sem-conselho                         pic x(01).
           88  sem-arquivo-conselho                value "S".
       77  ws-sem-grade                            pic x(01).
           88  sem-arquivo-grade                   value "S".
       77  ws-disc-na-grade                        pic x(01).
           88  disciplina-na-grade                 value "S".
           88  disciplina-fora-da-grade            value "N".
           88  turma-sem-grade                     value "X".
       77  ws-disc-valida                          pic 9(03).

       77  ws-total-lidos                          pic 9(05) value 0.
       77  ws-total-encerrados                     pic 9(05) value 0.
       77  ws-total-pulados                        pic 9(05) value 0.
       77  ws-total-hist-disc                      pic 9(06) value 0.
       77  ws-total-conselho                       pic 9(05) value 0.

       77  ws-aud-operacao                          pic x(10).
       77  ws-aud-antes                             pic x(260).
           accept ws-ano-letivo
           if ws-ano-letivo = 0
               display "Ano letivo invalido - encerramento cancelado"
               move 16 to return-code
               stop run
           end-if

               perform finaliza-anormal
           end-if

           open i-o arqHistDisc
           if ws-fs-arqHistDisc  <> 00
           and ws-fs-arqHistDisc <> 05 then
               move 11                                     to ws-msn-erro-ofsset
               move ws-fs-arqHistDisc                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistDisc.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>Sem notas por disciplina (base antiga) não há o que arquivar
      *>por disciplina - o histórico geral é gravado como antes
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

      *>Sem decisões do Conselho de Classe vale a situação apurada
           move "N" to ws-sem-conselho
           open input arqConselho
           if ws-fs-arqConselho = 35 then
               move "S" to ws-sem-conselho
           else
               if ws-fs-arqConselho  <> 00
               and ws-fs-arqConselho <> 05 then
                   move 12                                     to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselho.dat "  to ws-msn-erro-text
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
                   move 10                                  to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqGrade.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open extend arqAuditoria
           if ws-fs-arqAuditoria <> 00
           and ws-fs-arqAuditoria <> 05 then
      *>especialmente: uma entrada que sobrevivesse ao encerramento
      *>faria a primeira vaga aberta do ano novo puxar um aluno para
      *>a turma do ano passado.
           if not sem-arquivo-notadisc
               close arqNotaDisc
           end-if

           if ws-total-encerrados > 0
               open output arqNotaDisc
               if ws-fs-arqNotaDisc <> 00
               move ws-nota4      to fd-hist-nota4
               move ws-media      to fd-hist-media
               move ws-situacao   to fd-hist-situacao
               perform aplica-decisao-conselho
               write fd-historico
               if ws-fs-arqHistorico <> 0 then
                   move 5                                       to ws-msn-erro-ofsset
                   perform finaliza-anormal
               end-if

               if not sem-arquivo-notadisc
                   perform grava-historico-disciplinas
               end-if

               perform monta-imagem-aluno
               move ws-aud-imagem to ws-aud-antes

       encerra-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situação decidida pelo Conselho de Classe para o aluno
      *>  corrente no ano que fecha, se houver, no registro de
      *>  histórico a gravar
      *>------------------------------------------------------------------------
       aplica-decisao-conselho section.

           if sem-arquivo-conselho
               exit section
           end-if

           move ws-ind        to fd-cons-aluno
           move ws-ano-letivo to fd-cons-ano
           read arqConselho
           if ws-fs-arqConselho = 0 then
               move fd-cons-sit-decidida to fd-hist-situacao
               add 1 to ws-total-conselho
           else
               if ws-fs-arqConselho <> 23 then
                   move 12                                     to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConselho.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       aplica-decisao-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava em arqHistDisc o resultado de cada disciplina do aluno
      *>  corrente no ano que fecha, apurado das notas de arqNotaDisc
      *>  pela mesma regra do cadastro
      *>------------------------------------------------------------------------
       grava-historico-disciplinas section.

           perform apura-disciplinas-aluno

           perform varying ws-rd from 1 by 1 until ws-rd > ws-rd-qtd

               initialize ws-histdisc
               move ws-ind                    to ws-hd-aluno
               move ws-ano-letivo             to ws-hd-ano
               move ws-rd-disc(ws-rd)         to ws-hd-disc
               move ws-cod-turma              to ws-hd-turma
               move ws-rd-media(ws-rd)        to ws-hd-media
               move ws-rd-exame(ws-rd)        to ws-hd-exame
               move ws-rd-media-final(ws-rd)  to ws-hd-media-final
               move ws-rd-situacao(ws-rd)     to ws-hd-situacao

      *>Carga horaria = aulas previstas na grade da turma
               if not sem-arquivo-grade
                   move ws-cod-turma      to fd-grade-turma
                   move ws-rd-disc(ws-rd) to fd-grade-disc
                   read arqGrade
                   if ws-fs-arqGrade = 0
                       move fd-grade-aulas-prev to ws-hd-aulas-prev
                   end-if
               end-if

               move ws-histdisc to fd-histdisc
               write fd-histdisc
               if ws-fs-arqHistDisc = 22 then *>sobra de uma execução interrompida: substitui
                   rewrite fd-histdisc
               end-if
               if ws-fs-arqHistDisc <> 0 then
                   move 11                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistDisc                       to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqHistDisc.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-total-hist-disc

           end-perform

           .
       grava-historico-disciplinas-exit.
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
                   move 10                                  to ws-msn-erro-ofsset
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
               move 13                                        to ws-msn-erro-ofsset
               move ws-fs-arqContagem                         to ws-msn-erro-cod
               move "Erro ao abrir arq. ContagemEtapa.txt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Alunos lidos"           to fd-cont-rotulo
           move ws-total-lidos           to fd-cont-valor
           perform grava-contagem
           move "Alunos encerrados"      to fd-cont-rotulo
           move ws-total-encerrados      to fd-cont-valor
           perform grava-contagem
           move "Alunos pulados"         to fd-cont-rotulo
           move ws-total-pulados         to fd-cont-valor
           perform grava-contagem
           move "Disciplinas arquiv."    to fd-cont-rotulo
           move ws-total-hist-disc       to fd-cont-valor
           perform grava-contagem
           move "Decid. p/ Conselho"     to fd-cont-rotulo
           move ws-total-conselho        to fd-cont-valor
           perform grava-contagem

           close arqContagem

           .
       grava-contagens-exit.
           exit.

       grava-contagem section.

           write fd-contagem
           if ws-fs-arqContagem <> 00 then
               move 13                                        to ws-msn-erro-ofsset
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
           close arqHistorico
           close arqHistDisc
           if not sem-arquivo-grade
               close arqGrade
           end-if
           if not sem-arquivo-conselho
               close arqConselho
           end-if
           close arqAuditoria

           perform grava-contagens

           display "Alunos lidos      : " ws-total-lidos
           display "Alunos encerrados : " ws-total-encerrados
           display "Alunos pulados    : " ws-total-pulados
           display "Disciplinas arquiv: " ws-total-hist-disc
           display "Decid. p/ Conselho: " ws-total-conselho

           Stop run
           .
