           record key is fd-freq-chave
           file status is ws-fs-arqFrequencia.

           select arqOcorrencia assign to "arqOcorrencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-oco-chave
           file status is ws-fs-arqOcorrencia.

           select arqGrade assign to "arqGrade.dat"
           organization is indexed
           access mode is dynamic
       fd arqFrequencia.
           copy FREQUENCIA.

       fd arqOcorrencia.
           copy OCORRENCIA.

       fd arqGrade.
           copy GRADE.

       77  ws-fs-arqDisciplina                     pic  9(02).
       77  ws-fs-arqNotaDisc                       pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqOcorrencia                     pic  9(02).
       77  ws-fs-arqGrade                          pic  9(02).

           copy MSGERRO.
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

       77  ws-freq-perc-edt                        pic zz9,99.

      *>----Notas por disciplina - montagem da linha por materia
           05  ws-ld-b4                            pic x(05).
           05  filler                              pic x(02) value space.
           05  ws-ld-media                         pic x(05).
           05  filler                              pic x(01) value space.
           05  ws-ld-exame                         pic x(05).

      *>Declaração do corpo do programa
       procedure division.
               end-if
           end-if

           move "N" to ws-sem-ocorrencia
           open input arqOcorrencia
           if ws-fs-arqOcorrencia = 35 then
               move "S" to ws-sem-ocorrencia
           else
               if ws-fs-arqOcorrencia  <> 00
               and ws-fs-arqOcorrencia <> 05 then
                   move 8                                          to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencia                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqOcorrencia.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       inicializa-exit.
           exit.
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
                           move 8                                      to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqOcorrencia.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqOcorrencia <> 23
               and ws-fs-arqOcorrencia <> 10 then
                   move 8                                      to ws-msn-erro-ofsset
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
      *>  Percorre arqNotaDisc a partir do aluno corrente e grava uma
      *>  linha por disciplina com as notas dos 4 bimestres e a media
               else
      *>Primeira disciplina do aluno: imprime o cabeçalho das materias
                   move spaces to fd-linha-boletim
                   move "Disciplina           B1    B2    B3    B4   Media Exame"
                     to fd-linha-boletim
                   write fd-linha-boletim
                   display fd-linha-boletim
                   move ws-nota-edt to ws-ld-b3
               when 4
                   move ws-nota-edt to ws-ld-b4
               when 5
                   move ws-nota-edt to ws-ld-exame
           end-evaluate
      *>O exame de recuperação (bimestre 5) sai na sua coluna e não
      *>entra na media dos bimestres
           if fd-nd-bimestre <= 4
               add fd-nd-nota to ws-bol-soma
               add 1          to ws-bol-qtd
           end-if

           .
       acumula-nota-disciplina-exit.
           if not sem-arquivo-frequencia
               close arqFrequencia
           end-if
           if not sem-arquivo-ocorrencia
               close arqOcorrencia
           end-if
           if not sem-arquivo-grade
               close arqGrade
           end-if
