      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "AvisosResponsaveis".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Avisos noturnos aos responsáveis: monta o arquivo que o
      *>provedor de e-mail/SMS recolhe (Avisos_AAAAMMDD.txt), em vez
      *>de a secretaria telefonar para cada familia. Para cada aluno
      *>ativo, são avisados os responsáveis vinculados (fd-resp1-cpf
      *>e fd-resp2-cpf) de:
      *>  - M: mensalidade vencida em aberto (arqMensalidade.dat);
      *>  - F: frequência abaixo de 80% no ano letivo - alerta antes
      *>    do corte legal dos 75% (suspensão conta como falta
      *>    justificada, como no cadastro);
      *>  - R: aluno em recuperação;
      *>  - O: ocorrência disciplinar nova do ano letivo de que o
      *>    responsável ainda não foi notificado (arqOcorrencia.dat).
      *>
      *>O controle é o arqAviso.dat, por CPF + aluno + tipo +
      *>referência (competência, ano letivo ou data/sequência da
      *>ocorrência): aviso já enviado nunca sai de novo. Ocorrência
      *>avisada ao provedor fica marcada em arqOcorrencia com o
      *>responsável notificado, como na opção 'Oc'. Lido em
      *>sequência ele vem agrupado por CPF, e o arquivo do provedor
      *>sai nessa ordem - os irmãos ficam juntos e recebem uma só
      *>mensagem. Cada linha é um responsável + aluno + tipo; varias
      *>competências vencidas do mesmo aluno vão na mesma linha:
      *>  CPF|responsável|e-mail|telefone 1|telefone 2|cod. aluno|
      *>  aluno|tipo|mensagem
      *>
      *>Responsável sem e-mail e sem telefone (ou aluno sem
      *>responsável vinculado) não tem como receber: o aviso fica
      *>pendente no controle, sai no relatório da secretaria
      *>(RelAvisos_AAAAMMDD.txt) e é tentado de novo na noite
      *>seguinte, depois que o contato for cadastrado pela opção 'Cr'.
      *>Só sai o pendente cuja condição foi detectada de novo nesta
      *>noite (data de geração renovada): o que deixou de valer -
      *>mensalidade paga, ocorrência já notificada pela opção 'Oc',
      *>aluno que saiu da recuperação - fica caducado (situação C) e
      *>não é mais enviado nem relatado.

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

           select arqResponsavel assign to "arqResponsavel.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-resp-cpf
           file status is ws-fs-arqResponsavel.

           select arqMensalidade assign to "arqMensalidade.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-mens-chave
           file status is ws-fs-arqMensalidade.

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-freq-chave
           file status is ws-fs-arqFrequencia.

           select arqOcorrencia assign to "arqOcorrencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-oco-chave
           file status is ws-fs-arqOcorrencia.

           select arqAviso assign to "arqAviso.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-aviso-chave
           file status is ws-fs-arqAviso.

           select arqSaida assign to ws-nome-saida
           organization is line sequential
           file status is ws-fs-arqSaida.

           select arqRelatorio assign to ws-nome-relatorio
           organization is line sequential
           file status is ws-fs-arqRelatorio.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCadAluno.
           copy ALUNO.

       fd arqResponsavel.
           copy RESPONSAVEL.

       fd arqMensalidade.
           copy MENSALIDADE.

       fd arqFrequencia.
           copy FREQUENCIA.

       fd arqOcorrencia.
           copy OCORRENCIA.

       fd arqAviso.
           copy AVISO.

       fd arqSaida
           record contains 400 characters.
       01  fd-linha-saida                          pic x(400).

       fd arqRelatorio
           record contains 132 characters.
       01  fd-linha-relatorio                      pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAluno                       pic  9(02).
       77  ws-fs-arqResponsavel                    pic  9(02).
       77  ws-fs-arqMensalidade                    pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqOcorrencia                     pic  9(02).
       77  ws-fs-arqAviso                          pic  9(02).
       77  ws-fs-arqSaida                          pic  9(02).
       77  ws-fs-arqRelatorio                      pic  9(02).

           copy MSGERRO.

           copy ALUNOWS.

           copy RESPONSAVELWS.

           copy MENSALIDADEWS.

           copy OCORRENCIAWS.

           copy AVISOWS.

       77  ws-nome-saida                           pic x(30).
       77  ws-nome-relatorio                       pic x(30).

       01  ws-data-hoje                            pic 9(08).
       01  ws-data-hoje-r redefines ws-data-hoje.
           05  ws-hoje-ano                         pic 9(04).
           05  ws-hoje-mes                         pic 9(02).
           05  ws-hoje-dia                         pic 9(02).
       77  ws-ano-letivo                           pic 9(04).

      *>----Arquivos que podem não existir na base
       77  ws-sem-mensalidade                      pic x(01).
           88  sem-arquivo-mensalidade             value "S".
       77  ws-sem-frequencia                       pic x(01).
           88  sem-arquivo-frequencia              value "S".
       77  ws-sem-ocorrencia                       pic x(01).
           88  sem-arquivo-ocorrencia              value "S".

       77  ws-fim-alunos                           pic x(01).
           88  fim-arq-alunos                      value "S".
       77  ws-fim-mens                             pic x(01).
           88  fim-mens-aluno                      value "S".
       77  ws-fim-aviso                            pic x(01).
           88  fim-arq-aviso                       value "S".

      *>----Apuração de frequência (mesma regra do cadastro)
       77  ws-fim-frequencia                       pic x(01).
           88  fim-frequencia-aluno                value "S".
       77  ws-freq-tot-faltas                      pic 9(05).
       77  ws-freq-tot-aulas                       pic 9(05).
       77  ws-freq-perc                            pic 9(03)v99.
       77  ws-freq-faltas-mes                      pic 9(03).
       77  ws-fim-ocorrencia                       pic x(01).
           88  fim-ocorrencia-aluno                value "S".
       01  ws-suspensao-meses.
           05  ws-susp-dias-mes                    pic 9(03) occurs 12.

      *>----Aviso a registrar para o aluno corrente (um por
      *>----responsável vinculado)
       77  ws-novo-tipo                            pic x(01).
       77  ws-novo-ref                             pic x(10).
       77  ws-novo-texto                           pic x(60).

      *>----Linha do provedor em montagem (responsável + aluno + tipo)
       77  ws-tem-linha                            pic x(01).
           88  linha-em-montagem                   value "S".
       01  ws-linha-chave.
           05  ws-lc-cpf                           pic 9(11).
           05  ws-lc-aluno                         pic 9(05).
           05  ws-lc-tipo                          pic x(01).
       77  ws-msg-linha                            pic x(250).
       77  ws-msg-ptr                              pic 9(03).
       77  ws-nome-aluno-linha                     pic x(25).
       77  ws-tipo-descr                           pic x(25).
       77  ws-tem-contato                          pic x(01).
           88  responsavel-com-contato             value "S".

       77  ws-valor-edt                            pic zzzz9,99.
       77  ws-freq-perc-edt                        pic zz9,99.
       77  ws-qtd-edt                              pic zzzz9.

      *>----Totais do relatório
       77  ws-tot-novos                            pic 9(05) value 0.
       77  ws-tot-ja-enviados                      pic 9(05) value 0.
       77  ws-tot-linhas                           pic 9(05) value 0.
       77  ws-tot-linhas-m                         pic 9(05) value 0.
       77  ws-tot-linhas-f                         pic 9(05) value 0.
       77  ws-tot-linhas-r                         pic 9(05) value 0.
       77  ws-tot-linhas-o                         pic 9(05) value 0.
       77  ws-tot-pendentes                        pic 9(05) value 0.
       77  ws-tot-obsoletos                        pic 9(05) value 0.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date (1:8) to ws-data-hoje

      *>Ano letivo corrente - em janeiro ainda é o anterior
           move ws-hoje-ano to ws-ano-letivo
           if ws-hoje-mes = 1
               subtract 1 from ws-ano-letivo
           end-if

           move spaces to ws-nome-saida
           string "Avisos_" ws-data-hoje ".txt"
               delimited by size into ws-nome-saida
           move spaces to ws-nome-relatorio
           string "RelAvisos_" ws-data-hoje ".txt"
               delimited by size into ws-nome-relatorio

           open input arqCadAluno
           if ws-fs-arqCadAluno  <> 00
           and ws-fs-arqCadAluno <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAluno "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqResponsavel
           if ws-fs-arqResponsavel  <> 00
           and ws-fs-arqResponsavel <> 05 then
               move 2                                         to ws-msn-erro-ofsset
               move ws-fs-arqResponsavel                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqResponsavel.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-sem-mensalidade
           open input arqMensalidade
           if ws-fs-arqMensalidade = 35 then
               move "S" to ws-sem-mensalidade
           else
               if ws-fs-arqMensalidade  <> 00
               and ws-fs-arqMensalidade <> 05 then
                   move 3                                         to ws-msn-erro-ofsset
                   move ws-fs-arqMensalidade                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqMensalidade.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N" to ws-sem-frequencia
           open input arqFrequencia
           if ws-fs-arqFrequencia = 35 then
               move "S" to ws-sem-frequencia
           else
               if ws-fs-arqFrequencia  <> 00
               and ws-fs-arqFrequencia <> 05 then
                   move 4                                        to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqFrequencia.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N" to ws-sem-ocorrencia
           open i-o arqOcorrencia
           if ws-fs-arqOcorrencia = 35 then
               move "S" to ws-sem-ocorrencia
           else
               if ws-fs-arqOcorrencia  <> 00
               and ws-fs-arqOcorrencia <> 05 then
                   move 5                                        to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencia                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqOcorrencia.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqAviso
           if ws-fs-arqAviso  <> 00
           and ws-fs-arqAviso <> 05 then
               move 6                                    to ws-msn-erro-ofsset
               move ws-fs-arqAviso                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAviso.dat "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqSaida
           if ws-fs-arqSaida <> 00 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqSaida                       to ws-msn-erro-cod
               move "Erro ao abrir arq. de avisos "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 8                                    to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                   to ws-msn-erro-cod
               move "Erro ao abrir arq. RelAvisos "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "===================================================" to fd-linha-relatorio
           write fd-linha-relatorio
           move "      AVISOS AOS RESPONSAVEIS (E-MAIL/SMS)" to fd-linha-relatorio
           write fd-linha-relatorio
           move spaces to fd-linha-relatorio
           string "Gerado em " ws-hoje-dia "/" ws-hoje-mes "/" ws-hoje-ano
                  " - arquivo do provedor: " ws-nome-saida
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move "===================================================" to fd-linha-relatorio
           write fd-linha-relatorio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: registra os avisos novos no
      *>  controle, gera o arquivo do provedor a partir do controle e
      *>  lista os responsáveis sem contato
      *>------------------------------------------------------------------------
       processamento section.

           perform registra-avisos-alunos
           perform gera-arquivo-provedor
           perform relata-sem-contato

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passe pelos alunos ativos - cada situação que pede aviso é
      *>  registrada no controle para cada responsável vinculado
      *>------------------------------------------------------------------------
       registra-avisos-alunos section.

           move 0 to fd-ind
           start arqCadAluno key is not less fd-ind
           if ws-fs-arqCadAluno = 0 then
               move "N" to ws-fim-alunos
               perform until fim-arq-alunos
                   read arqCadAluno next
                   if ws-fs-arqCadAluno = 0 then
                       move fd-alunos to ws-alunos
                       if matricula-ativa
                           perform verifica-avisos-aluno
                       end-if
                   else
                       if ws-fs-arqCadAluno = 10 then
                           move "S" to ws-fim-alunos
                       else
                           move 9                                   to ws-msn-erro-ofsset
                           move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqCadAluno <> 23
               and ws-fs-arqCadAluno <> 10 then
                   move 9                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       registra-avisos-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situações que pedem aviso para o aluno corrente (ws-alunos)
      *>------------------------------------------------------------------------
       verifica-avisos-aluno section.

           if not sem-arquivo-mensalidade
               perform verifica-mensalidades-aluno
           end-if

           perform calcula-frequencia
           if ws-freq-tot-aulas > 0
           and ws-freq-perc < 80,00
               move ws-freq-perc to ws-freq-perc-edt
               move "F"           to ws-novo-tipo
               move ws-ano-letivo to ws-novo-ref
               move spaces        to ws-novo-texto
               string "frequencia de "                 delimited by size
                      function trim (ws-freq-perc-edt) delimited by size
                      "% no ano letivo (minimo legal 75%)" delimited by size
                   into ws-novo-texto
               perform registra-aviso-responsaveis
           end-if

           if ws-situacao = "Recuperacao"
               move "R"           to ws-novo-tipo
               move ws-ano-letivo to ws-novo-ref
               move spaces        to ws-novo-texto
               string "aluno em recuperacao no ano letivo " ws-ano-letivo
                   delimited by size into ws-novo-texto
               perform registra-aviso-responsaveis
           end-if

           if not sem-arquivo-ocorrencia
               perform verifica-ocorrencias-aluno
           end-if

           .
       verifica-avisos-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mensalidades do aluno corrente vencidas em aberto - um aviso
      *>  por competência
      *>------------------------------------------------------------------------
       verifica-mensalidades-aluno section.

           move ws-ind to fd-mens-aluno
           move 0      to fd-mens-anomes
           start arqMensalidade key is not less fd-mens-chave
           if ws-fs-arqMensalidade = 0 then
               move "N" to ws-fim-mens
               perform until fim-mens-aluno
                   read arqMensalidade next
                   if ws-fs-arqMensalidade = 0 then
                       if fd-mens-aluno = ws-ind
                           move fd-mensalidades to ws-mensalidades
                           if ws-mens-situacao = "A"
                           and ws-mens-vencimento < ws-data-hoje
                               move ws-mens-valor to ws-valor-edt
                               move "M"            to ws-novo-tipo
                               move ws-mens-anomes to ws-novo-ref
                               move spaces         to ws-novo-texto
                               string ws-mens-anomes (5:2) "/" ws-mens-anomes (1:4)
                                      " R$ "   delimited by size
                                      function trim (ws-valor-edt) delimited by size
                                      " venc. "
                                      ws-mens-vencimento (7:2) "/"
                                      ws-mens-vencimento (5:2) "/"
                                      ws-mens-vencimento (1:4)
                                   delimited by size into ws-novo-texto
                               perform registra-aviso-responsaveis
                           end-if
                       else
                           move "S" to ws-fim-mens
                       end-if
                   else
                       if ws-fs-arqMensalidade = 10 then
                           move "S" to ws-fim-mens
                       else
                           move 10                                       to ws-msn-erro-ofsset
                           move ws-fs-arqMensalidade                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqMensalidade.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqMensalidade <> 23
               and ws-fs-arqMensalidade <> 10 then
                   move 10                                       to ws-msn-erro-ofsset
                   move ws-fs-arqMensalidade                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqMensalidade.dat "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       verifica-mensalidades-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ocorrências do ano letivo do aluno corrente de que o
      *>  responsável ainda não foi notificado pela secretaria
      *>------------------------------------------------------------------------
       verifica-ocorrencias-aluno section.

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
                           if ws-oco-ano = ws-ano-letivo
                           and not responsavel-notificado
                               perform monta-aviso-ocorrencia
                               perform registra-aviso-responsaveis
                           end-if
                       else
                           move "S" to ws-fim-ocorrencia
                       end-if
                   else
                       if ws-fs-arqOcorrencia = 10 then
                           move "S" to ws-fim-ocorrencia
                       else
                           move 11                                      to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqOcorrencia.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqOcorrencia <> 23
               and ws-fs-arqOcorrencia <> 10 then
                   move 11                                      to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOcorrencia.dat "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       verifica-ocorrencias-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aviso de ocorrência (registro em ws-ocorrencia) - a
      *>  referência é a data + sequência da ocorrência
      *>------------------------------------------------------------------------
       monta-aviso-ocorrencia section.

           move "O"    to ws-novo-tipo
           move spaces to ws-novo-ref
           string ws-oco-data ws-oco-seq
               delimited by size into ws-novo-ref

           move spaces to ws-novo-texto
           evaluate true
               when ocorrencia-advertencia
                   string "advertencia em " ws-oco-dia "/" ws-oco-mes "/" ws-oco-ano
                       delimited by size into ws-novo-texto
               when ocorrencia-suspensao
                   string "suspensao de " ws-oco-dias-suspensao " dia(s) em "
                          ws-oco-dia "/" ws-oco-mes "/" ws-oco-ano
                       delimited by size into ws-novo-texto
               when other
                   string "ocorrencia pedagogica em " ws-oco-dia "/" ws-oco-mes
                          "/" ws-oco-ano
                       delimited by size into ws-novo-texto
           end-evaluate

           .
       monta-aviso-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra o aviso em ws-novo-* para cada responsável do aluno
      *>  corrente - aluno sem nenhum vinculo fica com CPF zero e sai
      *>  como pendente no relatório
      *>------------------------------------------------------------------------
       registra-aviso-responsaveis section.

           if ws-resp1-cpf = 0 and ws-resp2-cpf = 0
               move 0 to ws-aviso-cpf
               perform registra-aviso
               exit section
           end-if

           if ws-resp1-cpf <> 0
               move ws-resp1-cpf to ws-aviso-cpf
               perform registra-aviso
           end-if

           if ws-resp2-cpf <> 0
           and ws-resp2-cpf <> ws-resp1-cpf
               move ws-resp2-cpf to ws-aviso-cpf
               perform registra-aviso
           end-if

           .
       registra-aviso-responsaveis-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no controle o aviso do CPF em ws-aviso-cpf, se ainda
      *>  não existe - aviso já registrado (enviado ou pendente) não
      *>  é duplicado
      *>------------------------------------------------------------------------
       registra-aviso section.

           move ws-ind        to ws-aviso-aluno
           move ws-novo-tipo  to ws-aviso-tipo
           move ws-novo-ref   to ws-aviso-ref

           move ws-aviso-chave to fd-aviso-chave
           read arqAviso
           if ws-fs-arqAviso = 0 then
               if fd-aviso-situacao = "E"
                   add 1 to ws-tot-ja-enviados
               else
      *>Pendente (ou caducado) que ainda vale hoje: renova a geração
                   move "P"           to fd-aviso-situacao
                   move ws-data-hoje  to fd-aviso-data-geracao
                   move ws-novo-texto to fd-aviso-texto
                   rewrite fd-aviso
                   if ws-fs-arqAviso <> 0 then
                       move 12                                   to ws-msn-erro-ofsset
                       move ws-fs-arqAviso                       to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqAviso.dat "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               exit section
           end-if
           if ws-fs-arqAviso <> 23 then
               move 12                                   to ws-msn-erro-ofsset
               move ws-fs-arqAviso                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqAviso.dat "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "P"           to ws-aviso-situacao
           move ws-data-hoje  to ws-aviso-data-geracao
           move 0             to ws-aviso-data-envio
           move ws-novo-texto to ws-aviso-texto
           move ws-aviso      to fd-aviso
           write fd-aviso
           if ws-fs-arqAviso <> 0 then
               move 12                                   to ws-msn-erro-ofsset
               move ws-fs-arqAviso                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqAviso.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-tot-novos

           .
       registra-aviso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passe pelo controle em ordem de CPF: cada aviso pendente de
      *>  responsável com contato entra na linha do provedor e é
      *>  marcado como enviado; avisos seguidos do mesmo CPF + aluno
      *>  + tipo vão na mesma linha
      *>------------------------------------------------------------------------
       gera-arquivo-provedor section.

           move "N" to ws-tem-linha
           move "Avisos gerados para o provedor:" to fd-linha-relatorio
           write fd-linha-relatorio
           move spaces to fd-linha-relatorio
           write fd-linha-relatorio

           move low-values to fd-aviso-chave
           start arqAviso key is not less fd-aviso-chave
           if ws-fs-arqAviso = 0 then
               move "N" to ws-fim-aviso
               perform until fim-arq-aviso
                   read arqAviso next
                   if ws-fs-arqAviso = 0 then
                       move fd-aviso to ws-aviso
                       if aviso-pendente
                           if ws-aviso-data-geracao <> ws-data-hoje
                               perform marca-aviso-obsoleto
                           else
                               if ws-aviso-cpf <> 0
                                   perform envia-aviso
                               end-if
                           end-if
                       end-if
                   else
                       if ws-fs-arqAviso = 10 then
                           move "S" to ws-fim-aviso
                       else
                           move 12                                   to ws-msn-erro-ofsset
                           move ws-fs-arqAviso                       to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAviso.dat "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqAviso <> 23
               and ws-fs-arqAviso <> 10 then
                   move 12                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAviso                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAviso.dat "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if linha-em-montagem
               perform grava-linha-provedor
           end-if

           if ws-tot-linhas = 0
               move "(nenhum aviso novo)" to fd-linha-relatorio
               write fd-linha-relatorio
           end-if

           .
       gera-arquivo-provedor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aviso pendente corrente (ws-aviso): se o responsável tem
      *>  e-mail ou telefone, entra na linha em montagem e é marcado
      *>  como enviado
      *>------------------------------------------------------------------------
       envia-aviso section.

           if not linha-em-montagem
           or ws-aviso-cpf   <> ws-lc-cpf
           or ws-aviso-aluno <> ws-lc-aluno
           or ws-aviso-tipo  <> ws-lc-tipo
               if linha-em-montagem
                   perform grava-linha-provedor
               end-if
               perform le-contato-responsavel
               if not responsavel-com-contato
                   exit section
               end-if
               perform inicia-linha-provedor
           end-if

           string "; "                           delimited by size
                  function trim (ws-aviso-texto) delimited by size
               into ws-msg-linha with pointer ws-msg-ptr

           move "E"          to fd-aviso-situacao
           move ws-data-hoje to fd-aviso-data-envio
           rewrite fd-aviso
           if ws-fs-arqAviso <> 0 then
               move 12                                   to ws-msn-erro-ofsset
               move ws-fs-arqAviso                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqAviso.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if aviso-ocorrencia
               perform marca-ocorrencia-notificada
           end-if

           .
       envia-aviso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aviso pendente de noite anterior cuja condição não foi
      *>  detectada hoje: fica caducado, sem envio
      *>------------------------------------------------------------------------
       marca-aviso-obsoleto section.

           move "C" to fd-aviso-situacao
           rewrite fd-aviso
           if ws-fs-arqAviso <> 0 then
               move 12                                   to ws-msn-erro-ofsset
               move ws-fs-arqAviso                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqAviso.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-tot-obsoletos

           .
       marca-aviso-obsoleto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ocorrência do aviso corrente (aluno + data/sequência da
      *>  referência) passa a ter o responsável notificado
      *>------------------------------------------------------------------------
       marca-ocorrencia-notificada section.

           if sem-arquivo-ocorrencia
               exit section
           end-if

           move ws-aviso-aluno      to fd-oco-aluno
           move ws-aviso-ref (1:8)  to fd-oco-data
           move ws-aviso-ref (9:2)  to fd-oco-seq
           read arqOcorrencia
           if ws-fs-arqOcorrencia = 23 then
               exit section *>ocorrência apagada depois do aviso
           end-if
           if ws-fs-arqOcorrencia <> 0 then
               move 11                                      to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
               move "Erro ao ler arq. arqOcorrencia.dat "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-oco-resp-notificado <> "S"
               move "S" to fd-oco-resp-notificado
               rewrite fd-ocorrencia
               if ws-fs-arqOcorrencia <> 0 then
                   move 11                                        to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencia                       to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqOcorrencia.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       marca-ocorrencia-notificada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lê o responsável do aviso corrente e diz se há e-mail ou
      *>  telefone para o provedor
      *>------------------------------------------------------------------------
       le-contato-responsavel section.

           move "N" to ws-tem-contato
           move ws-aviso-cpf to fd-resp-cpf
           read arqResponsavel
           if ws-fs-arqResponsavel = 0 then
               move fd-responsaveis to ws-responsaveis
               if ws-resp-email <> spaces
               or ws-resp-tel1  <> spaces
               or ws-resp-tel2  <> spaces
                   move "S" to ws-tem-contato
               end-if
           else
               if ws-fs-arqResponsavel <> 23 then
                   move 13                                         to ws-msn-erro-ofsset
                   move ws-fs-arqResponsavel                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqResponsavel.dat "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       le-contato-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Começa a linha do provedor para o CPF + aluno + tipo do
      *>  aviso corrente (responsável já lido em ws-responsaveis)
      *>------------------------------------------------------------------------
       inicia-linha-provedor section.

           move "S"            to ws-tem-linha
           move ws-aviso-cpf   to ws-lc-cpf
           move ws-aviso-aluno to ws-lc-aluno
           move ws-aviso-tipo  to ws-lc-tipo

           move spaces to ws-nome-aluno-linha
           move ws-aviso-aluno to fd-ind
           read arqCadAluno
           if ws-fs-arqCadAluno = 0 then
               move fd-aluno to ws-nome-aluno-linha
           end-if

           evaluate true
               when aviso-mensalidade
                   move "Mensalidade em atraso"    to ws-tipo-descr
               when aviso-frequencia
                   move "Frequencia abaixo de 80%" to ws-tipo-descr
               when aviso-recuperacao
                   move "Recuperacao"              to ws-tipo-descr
               when other
                   move "Ocorrencia disciplinar"   to ws-tipo-descr
           end-evaluate

           move spaces to ws-msg-linha
           move 1      to ws-msg-ptr
           string function trim (ws-tipo-descr) delimited by size
               into ws-msg-linha with pointer ws-msg-ptr

           .
       inicia-linha-provedor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha em montagem no arquivo do provedor e no
      *>  relatório da secretaria
      *>------------------------------------------------------------------------
       grava-linha-provedor section.

           move spaces to fd-linha-saida
           string ws-lc-cpf                            delimited by size
                  "|"                                  delimited by size
                  function trim (ws-resp-nome)         delimited by size
                  "|"                                  delimited by size
                  function trim (ws-resp-email)        delimited by size
                  "|"                                  delimited by size
                  function trim (ws-resp-tel1)         delimited by size
                  "|"                                  delimited by size
                  function trim (ws-resp-tel2)         delimited by size
                  "|"                                  delimited by size
                  ws-lc-aluno                          delimited by size
                  "|"                                  delimited by size
                  function trim (ws-nome-aluno-linha)  delimited by size
                  "|"                                  delimited by size
                  ws-lc-tipo                           delimited by size
                  "|"                                  delimited by size
                  function trim (ws-msg-linha)         delimited by size
               into fd-linha-saida
           write fd-linha-saida
           if ws-fs-arqSaida <> 0 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqSaida                       to ws-msn-erro-cod
               move "Erro ao gravar arq. de avisos "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-linha-relatorio
           string ws-lc-cpf " " ws-resp-nome " aluno " ws-lc-aluno " "
                  ws-nome-aluno-linha " " ws-lc-tipo
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move spaces to fd-linha-relatorio
           string "      " ws-msg-linha
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio

           add 1 to ws-tot-linhas
           evaluate ws-lc-tipo
               when "M"
                   add 1 to ws-tot-linhas-m
               when "F"
                   add 1 to ws-tot-linhas-f
               when "R"
                   add 1 to ws-tot-linhas-r
               when other
                   add 1 to ws-tot-linhas-o
           end-evaluate

           move "N" to ws-tem-linha

           .
       grava-linha-provedor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avisos que continuam pendentes: responsável sem e-mail e sem
      *>  telefone, CPF vinculado sem cadastro ou aluno sem
      *>  responsável - uma linha por CPF + aluno
      *>------------------------------------------------------------------------
       relata-sem-contato section.

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           move "Responsaveis sem contato (avisos pendentes - cadastrar pela opcao 'Cr'):"
             to fd-linha-relatorio
           write fd-linha-relatorio
           move spaces to fd-linha-relatorio
           write fd-linha-relatorio

           move 0 to ws-lc-cpf
           move 0 to ws-lc-aluno
           move "N" to ws-tem-linha

           move low-values to fd-aviso-chave
           start arqAviso key is not less fd-aviso-chave
           if ws-fs-arqAviso = 0 then
               move "N" to ws-fim-aviso
               perform until fim-arq-aviso
                   read arqAviso next
                   if ws-fs-arqAviso = 0 then
                       move fd-aviso to ws-aviso
                       if aviso-pendente
                           add 1 to ws-tot-pendentes
                           if not linha-em-montagem
                           or ws-aviso-cpf   <> ws-lc-cpf
                           or ws-aviso-aluno <> ws-lc-aluno
                               perform relata-pendente
                           end-if
                       end-if
                   else
                       if ws-fs-arqAviso = 10 then
                           move "S" to ws-fim-aviso
                       else
                           move 12                                   to ws-msn-erro-ofsset
                           move ws-fs-arqAviso                       to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAviso.dat "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           if ws-tot-pendentes = 0
               move "(nenhum)" to fd-linha-relatorio
               write fd-linha-relatorio
           end-if

           .
       relata-sem-contato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do relatório para o CPF + aluno pendente corrente
      *>------------------------------------------------------------------------
       relata-pendente section.

           move "S"            to ws-tem-linha
           move ws-aviso-cpf   to ws-lc-cpf
           move ws-aviso-aluno to ws-lc-aluno

           move spaces to ws-nome-aluno-linha
           move ws-aviso-aluno to fd-ind
           read arqCadAluno
           if ws-fs-arqCadAluno = 0 then
               move fd-aluno to ws-nome-aluno-linha
           end-if

           move spaces to fd-linha-relatorio
           if ws-aviso-cpf = 0
               string "aluno " ws-aviso-aluno " " ws-nome-aluno-linha
                      " - sem responsavel vinculado"
                   delimited by size into fd-linha-relatorio
           else
               move ws-aviso-cpf to fd-resp-cpf
               read arqResponsavel
               if ws-fs-arqResponsavel = 0 then
                   string "CPF " ws-aviso-cpf " " fd-resp-nome
                          " - sem e-mail/telefone - aluno " ws-aviso-aluno
                          " " ws-nome-aluno-linha
                       delimited by size into fd-linha-relatorio
               else
                   string "CPF " ws-aviso-cpf
                          " - sem registro em arqResponsavel - aluno "
                          ws-aviso-aluno " " ws-nome-aluno-linha
                       delimited by size into fd-linha-relatorio
               end-if
           end-if
           write fd-linha-relatorio

           .
       relata-pendente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apura a frequência do aluno em ws-ind como o cadastro:
      *>  faltas e aulas de todos os meses lançados, com os dias de
      *>  suspensão abatidos das faltas do mês
      *>------------------------------------------------------------------------
       calcula-frequencia section.

           move 0 to ws-freq-tot-faltas
           move 0 to ws-freq-tot-aulas

           perform soma-suspensoes-aluno

           if not sem-arquivo-frequencia
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
                               move 14                                      to ws-msn-erro-ofsset
                               move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                               move "Erro ao ler arq. arqFrequencia.dat "   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
               else
                   if ws-fs-arqFrequencia <> 23
                   and ws-fs-arqFrequencia <> 10 then
                       move 14                                      to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFrequencia.dat "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-freq-tot-aulas = 0
               move 100,00 to ws-freq-perc
           else
               compute ws-freq-perc rounded =
                   (ws-freq-tot-aulas - ws-freq-tot-faltas) * 100
                   / ws-freq-tot-aulas
           end-if

           .
       calcula-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma por mês, em ws-suspensao-meses, os dias de suspensão do
      *>  aluno em ws-ind no ano letivo corrente
      *>------------------------------------------------------------------------
       soma-suspensoes-aluno section.

           initialize ws-suspensao-meses
           if sem-arquivo-ocorrencia
               exit section
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
                           and ws-oco-ano = ws-ano-letivo
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
                           move 11                                      to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqOcorrencia.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqOcorrencia <> 23
               and ws-fs-arqOcorrencia <> 10 then
                   move 11                                      to ws-msn-erro-ofsset
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

       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           move 16 to return-code
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização - totais no relatório
      *>------------------------------------------------------------------------
       finaliza section.

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           move "===================================================" to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-tot-linhas to ws-qtd-edt
           move spaces to fd-linha-relatorio
           string "Linhas enviadas ao provedor      : " ws-qtd-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move ws-tot-linhas-m to ws-qtd-edt
           move spaces to fd-linha-relatorio
           string "  Mensalidade em atraso          : " ws-qtd-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move ws-tot-linhas-f to ws-qtd-edt
           move spaces to fd-linha-relatorio
           string "  Frequencia abaixo de 80%       : " ws-qtd-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move ws-tot-linhas-r to ws-qtd-edt
           move spaces to fd-linha-relatorio
           string "  Recuperacao                    : " ws-qtd-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move ws-tot-linhas-o to ws-qtd-edt
           move spaces to fd-linha-relatorio
           string "  Ocorrencia disciplinar         : " ws-qtd-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move ws-tot-novos to ws-qtd-edt
           move spaces to fd-linha-relatorio
           string "Avisos novos registrados hoje    : " ws-qtd-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move ws-tot-ja-enviados to ws-qtd-edt
           move spaces to fd-linha-relatorio
           string "Avisos ja enviados antes (pulados): " ws-qtd-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move ws-tot-pendentes to ws-qtd-edt
           move spaces to fd-linha-relatorio
           string "Avisos pendentes sem contato     : " ws-qtd-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move ws-tot-obsoletos to ws-qtd-edt
           move spaces to fd-linha-relatorio
           string "Pendentes caducados (sem envio)  : " ws-qtd-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio

           close arqCadAluno
           close arqResponsavel
           if not sem-arquivo-mensalidade
               close arqMensalidade
           end-if
           if not sem-arquivo-frequencia
               close arqFrequencia
           end-if
           if not sem-arquivo-ocorrencia
               close arqOcorrencia
           end-if
           close arqAviso
           close arqSaida
           close arqRelatorio

           display "Linhas no arquivo do provedor: " ws-tot-linhas
                   " (" ws-nome-saida ")"
           display "Avisos pendentes sem contato : " ws-tot-pendentes
           display "Relatorio em " ws-nome-relatorio

           Stop run
           .
       finaliza-exit.
           exit.
