      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "RelatorioOcorrencias".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Relatório de ocorrências disciplinares por turma para a
      *>coordenação: dado o periodo (data inicial e final) e a turma
      *>(zero = todas), gera Ocorrencias.txt com, para cada turma, as
      *>ocorrências registradas em arqOcorrencia.dat no periodo -
      *>data, aluno, tipo (advertência, suspensão ou ocorrência
      *>pedagógica), dias de suspensão, se o responsável foi
      *>notificado e a descrição - e os totais da turma por tipo. A
      *>turma considerada é a da data da ocorrência, gravada junto
      *>com ela, e não a turma atual do aluno.

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

           select arqTurma assign to "arqTurma.dat"
           organization is indexed
           access mode is sequential
           record key is fd-turma-cod
           file status is ws-fs-arqTurma.

           select arqOcorrencia assign to "arqOcorrencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-oco-chave
           file status is ws-fs-arqOcorrencia.

           select arqRelatorio assign to "Ocorrencias.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorio.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCadAluno.
           copy ALUNO.

       fd arqTurma.
           copy TURMA.

       fd arqOcorrencia.
           copy OCORRENCIA.

       fd arqRelatorio
           record contains 132 characters.
       01  fd-linha-relatorio                      pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAluno                       pic  9(02).
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqOcorrencia                     pic  9(02).
       77  ws-fs-arqRelatorio                      pic  9(02).

           copy MSGERRO.

           copy TURMAWS.

           copy OCORRENCIAWS.

      *>----Parametros do relatório
       77  ws-data-ini                             pic 9(08).
       77  ws-data-fim                             pic 9(08).
       77  ws-turma-filtro                         pic 9(03).

       77  ws-sem-ocorrencia                       pic x(01).
           88  sem-arquivo-ocorrencia              value "S".
       77  ws-fim-ocorrencia                       pic x(01).
           88  fim-arq-ocorrencia                  value "S".

       77  ws-oco-tipo-descr                       pic x(12).
       77  ws-nome-aluno                           pic x(25).

      *>----Totais da turma corrente e do relatório
       77  ws-qtd-turma                            pic 9(05).
       77  ws-qtd-advert-turma                     pic 9(05).
       77  ws-qtd-susp-turma                       pic 9(05).
       77  ws-dias-susp-turma                      pic 9(05).
       77  ws-qtd-pedag-turma                      pic 9(05).
       77  ws-qtd-sem-notif-turma                  pic 9(05).
       77  ws-total-ocorrencias                    pic 9(05) value 0.
       77  ws-total-turmas                         pic 9(03) value 0.

       77  ws-qtd-edt                              pic zzzz9.
       77  ws-dias-edt                             pic zzzz9.

      *>----Linha de detalhe (uma ocorrência)
       01  ws-linha-ocorrencia.
           05  ws-lo-dia                           pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-lo-mes                           pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-lo-ano                           pic 9(04).
           05  filler                              pic x(02) value space.
           05  ws-lo-aluno                         pic 9(05).
           05  filler                              pic x(01) value space.
           05  ws-lo-nome                          pic x(25).
           05  filler                              pic x(01) value space.
           05  ws-lo-tipo                          pic x(12).
           05  filler                              pic x(01) value space.
           05  ws-lo-dias                          pic z9.
           05  filler                              pic x(02) value space.
           05  ws-lo-notif                         pic x(14).
           05  filler                              pic x(01) value space.
           05  ws-lo-operador                      pic x(10).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - pede o periodo e a turma e
      *>  abre os arquivos
      *>------------------------------------------------------------------------
       inicializa section.

           display "Data inicial do periodo (AAAAMMDD):"
           accept ws-data-ini
           display "Data final do periodo (AAAAMMDD):"
           accept ws-data-fim
           if ws-data-ini = 0 or ws-data-fim < ws-data-ini
               move 1                                        to ws-msn-erro-ofsset
               move 0                                        to ws-msn-erro-cod
               move "Periodo invalido "                      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           display "Turma (zero = todas):"
           accept ws-turma-filtro

           open input arqCadAluno
           if ws-fs-arqCadAluno  <> 00
           and ws-fs-arqCadAluno <> 05 then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAluno "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurma
           if ws-fs-arqTurma  <> 00
           and ws-fs-arqTurma <> 05 then
               move 3                                    to ws-msn-erro-ofsset
               move ws-fs-arqTurma                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurma.dat "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>Base sem nenhuma ocorrência ainda - relatório sai vazio
           move "N" to ws-sem-ocorrencia
           open input arqOcorrencia
           if ws-fs-arqOcorrencia = 35 then
               move "S" to ws-sem-ocorrencia
           else
               if ws-fs-arqOcorrencia  <> 00
               and ws-fs-arqOcorrencia <> 05 then
                   move 4                                       to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqOcorrencia.dat " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 5                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                     to ws-msn-erro-cod
               move "Erro ao abrir arq. Ocorrencias.txt "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "===================================================" to fd-linha-relatorio
           write fd-linha-relatorio
           move "      OCORRENCIAS DISCIPLINARES POR TURMA" to fd-linha-relatorio
           write fd-linha-relatorio
           move spaces to fd-linha-relatorio
           string "Periodo de " ws-data-ini (7:2) "/" ws-data-ini (5:2)
                  "/" ws-data-ini (1:4)
                  " a " ws-data-fim (7:2) "/" ws-data-fim (5:2)
                  "/" ws-data-fim (1:4)
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move spaces to fd-linha-relatorio
           string "Emitido em " function current-date (7:2)
                  "/"           function current-date (5:2)
                  "/"           function current-date (1:4)
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move "===================================================" to fd-linha-relatorio
           write fd-linha-relatorio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - um bloco por turma cadastrada (ou
      *>  só a turma pedida)
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fs-arqTurma = 10

               read arqTurma next
               if  ws-fs-arqTurma = 0 then
                   move fd-turmas to ws-turmas
                   if ws-turma-filtro = 0
                   or ws-turma-filtro = ws-turma-cod
                       add 1 to ws-total-turmas
                       perform relata-turma
                   end-if
               else
                   if ws-fs-arqTurma <> 10 then
                       move 3                                 to ws-msn-erro-ofsset
                       move ws-fs-arqTurma                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTurma.dat "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

      *>Ocorrência registrada sem turma (aluno ainda sem turma na
      *>data) sai num bloco à parte no relatório geral
           if ws-turma-filtro = 0
               move 0 to ws-turma-cod
               move "(sem turma)" to ws-turma-nome
               perform relata-turma
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloco da turma corrente (em ws-turmas): varre arqOcorrencia
      *>  e relata as ocorrências da turma no periodo
      *>------------------------------------------------------------------------
       relata-turma section.

           move 0 to ws-qtd-turma
           move 0 to ws-qtd-advert-turma
           move 0 to ws-qtd-susp-turma
           move 0 to ws-dias-susp-turma
           move 0 to ws-qtd-pedag-turma
           move 0 to ws-qtd-sem-notif-turma

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio

           move spaces to fd-linha-relatorio
           string "Turma " ws-turma-cod " - " ws-turma-nome
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio

           move "---------------------------------------------------" to fd-linha-relatorio
           write fd-linha-relatorio

           if not sem-arquivo-ocorrencia
               move 0 to fd-oco-aluno
               move 0 to fd-oco-data
               move 0 to fd-oco-seq
               start arqOcorrencia key is not less fd-oco-chave
               if ws-fs-arqOcorrencia = 0 then
                   move "N" to ws-fim-ocorrencia
                   perform until fim-arq-ocorrencia
                       read arqOcorrencia next
                       if ws-fs-arqOcorrencia = 0 then
                           move fd-ocorrencia to ws-ocorrencia
                           if ws-oco-turma = ws-turma-cod
                           and ws-oco-data >= ws-data-ini
                           and ws-oco-data <= ws-data-fim
                               perform relata-ocorrencia
                           end-if
                       else
                           if ws-fs-arqOcorrencia = 10 then
                               move "S" to ws-fim-ocorrencia
                           else
                               move 6                                       to ws-msn-erro-ofsset
                               move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
                               move "Erro ao ler arq. arqOcorrencia.dat "   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
               else
                   if ws-fs-arqOcorrencia <> 23
                   and ws-fs-arqOcorrencia <> 10 then
                       move 6                                       to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqOcorrencia.dat "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-qtd-turma = 0
               move "(nenhuma ocorrencia no periodo)" to fd-linha-relatorio
               write fd-linha-relatorio
           else
               move "---------------------------------------------------" to fd-linha-relatorio
               write fd-linha-relatorio
               move spaces to fd-linha-relatorio
               move ws-qtd-turma to ws-qtd-edt
               string "Ocorrencias: " ws-qtd-edt
                   delimited by size into fd-linha-relatorio
               write fd-linha-relatorio
               move spaces to fd-linha-relatorio
               move ws-qtd-advert-turma to ws-qtd-edt
               string "  Advertencias          : " ws-qtd-edt
                   delimited by size into fd-linha-relatorio
               write fd-linha-relatorio
               move spaces to fd-linha-relatorio
               move ws-qtd-susp-turma  to ws-qtd-edt
               move ws-dias-susp-turma to ws-dias-edt
               string "  Suspensoes            : " ws-qtd-edt
                      " (" ws-dias-edt " dias)"
                   delimited by size into fd-linha-relatorio
               write fd-linha-relatorio
               move spaces to fd-linha-relatorio
               move ws-qtd-pedag-turma to ws-qtd-edt
               string "  Ocorr. pedagogicas    : " ws-qtd-edt
                   delimited by size into fd-linha-relatorio
               write fd-linha-relatorio
               move spaces to fd-linha-relatorio
               move ws-qtd-sem-notif-turma to ws-qtd-edt
               string "  Resp. nao notificado  : " ws-qtd-edt
                   delimited by size into fd-linha-relatorio
               write fd-linha-relatorio
           end-if

           .
       relata-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de uma ocorrência (registro em ws-ocorrencia), com a
      *>  descrição abaixo, e soma nos totais da turma
      *>------------------------------------------------------------------------
       relata-ocorrencia section.

           move spaces to ws-nome-aluno
           move ws-oco-aluno to fd-ind
           read arqCadAluno
           if ws-fs-arqCadAluno = 0 then
               move fd-aluno to ws-nome-aluno
           else
               move "(aluno fora do cadastro)" to ws-nome-aluno
           end-if

           evaluate true
               when ocorrencia-advertencia
                   move "Advertencia"  to ws-oco-tipo-descr
                   add 1 to ws-qtd-advert-turma
               when ocorrencia-suspensao
                   move "Suspensao"    to ws-oco-tipo-descr
                   add 1 to ws-qtd-susp-turma
                   add ws-oco-dias-suspensao to ws-dias-susp-turma
               when ocorrencia-pedagogica
                   move "Pedagogica"   to ws-oco-tipo-descr
                   add 1 to ws-qtd-pedag-turma
               when other
                   move ws-oco-tipo    to ws-oco-tipo-descr
           end-evaluate

           move ws-oco-dia            to ws-lo-dia
           move ws-oco-mes            to ws-lo-mes
           move ws-oco-ano            to ws-lo-ano
           move ws-oco-aluno          to ws-lo-aluno
           move ws-nome-aluno         to ws-lo-nome
           move ws-oco-tipo-descr     to ws-lo-tipo
           move ws-oco-dias-suspensao to ws-lo-dias
           if responsavel-notificado
               move "notificado"      to ws-lo-notif
           else
               move "NAO notificado"  to ws-lo-notif
               add 1 to ws-qtd-sem-notif-turma
           end-if
           move ws-oco-operador       to ws-lo-operador

           move spaces              to fd-linha-relatorio
           move ws-linha-ocorrencia to fd-linha-relatorio
           write fd-linha-relatorio

           move spaces to fd-linha-relatorio
           string "            " ws-oco-descricao
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio

           add 1 to ws-qtd-turma
           add 1 to ws-total-ocorrencias

           .
       relata-ocorrencia-exit.
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

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           move "===================================================" to fd-linha-relatorio
           write fd-linha-relatorio
           move spaces to fd-linha-relatorio
           move ws-total-ocorrencias to ws-qtd-edt
           string "Total de ocorrencias no periodo: " ws-qtd-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio

           close arqCadAluno
           close arqTurma
           if not sem-arquivo-ocorrencia
               close arqOcorrencia
           end-if
           close arqRelatorio

           display "Ocorrencias no periodo: " ws-total-ocorrencias
           display "Relatorio em Ocorrencias.txt"

           Stop run
           .
       finaliza-exit.
           exit.
