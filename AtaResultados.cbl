      *>cod. da turma), com os alunos da turma em ordem alfabetica
      *>(pela chave alternativa de nome de arqCadAluno), media e
      *>situação de cada um, os totais de matriculados, aprovados,
      *>aprovados com dependência (AprovDepend - até duas
      *>disciplinas reprovadas), reprovados e em recuperação, a
      *>media da turma e a linha de
      *>assinatura do(a) professor(a) responsavel - pronto para
      *>impressão pela secretaria.
      *>
      *>Quando o Conselho de Classe decidiu o resultado do aluno no
      *>ano letivo informado (arqConselho.dat), vale a decisão: a
      *>linha sai como "Aprovado pelo Conselho" (ou a situação
      *>decidida "pelo Conselho") e os totais contam a situação
      *>decidida. Sem arqConselho.dat a ata sai como antes.

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-turma-cod
           file status is ws-fs-arqTurma.

           select arqConselho assign to "arqConselho.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cons-chave
           file status is ws-fs-arqConselho.

           select arqAta assign to ws-nome-ata
           organization is line sequential
           file status is ws-fs-arqAta.

           select arqContagem assign to "ContagemEtapa.txt"
           organization is line sequential
           file status is ws-fs-arqContagem.

      *>Declaração de variáveis
       data division.

       fd arqTurma.
           copy TURMA.

       fd arqConselho.
           copy CONSELHO.

       fd arqAta
           record contains 80 characters.
       01  fd-linha-ata                            pic x(80).

       fd arqContagem.
           copy CONTAGEM.

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAluno                       pic  9(02).
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqAta                            pic  9(02).
       77  ws-fs-arqConselho                       pic  9(02).
       77  ws-fs-arqContagem                       pic  9(02).

           copy MSGERRO.


           copy TURMAWS.

           copy CONSELHOWS.

       77  ws-nome-ata                             pic x(30).

       77  ws-fim-alunos                           pic x(01).

       77  ws-total-atas                           pic 9(03) value 0.

       77  ws-ano-letivo                           pic 9(04).
       77  ws-sem-conselho                         pic x(01).
           88  sem-arquivo-conselho                value "S".
       77  ws-situacao-final                       pic x(12).

      *>----Totais da turma corrente
       77  ws-tot-matriculados                     pic 9(05).
       77  ws-tot-aprovados                        pic 9(05).
       77  ws-tot-aprov-depend                     pic 9(05).
       77  ws-tot-reprovados                       pic 9(05).
       77  ws-tot-recuperacao                      pic 9(05).
       77  ws-tot-conselho                         pic 9(05).
       77  ws-soma-medias                          pic 9(07)v99.
       77  ws-media-turma                          pic 9(02)v99.

           05  filler                              pic x(02) value space.
           05  ws-la-media                         pic z9,99.
           05  filler                              pic x(02) value space.
           05  ws-la-situacao                      pic x(26).

      *>Declaração do corpo do programa
       procedure division.
      *>------------------------------------------------------------------------
       inicializa section.

           display "Ano letivo da ata (ex: 2026):"
           accept ws-ano-letivo
           if ws-ano-letivo = 0
               display "Ano letivo invalido - atas não geradas"
               move 16 to return-code
               stop run
           end-if

           open input arqCadAluno
           if ws-fs-arqCadAluno  <> 00
           and ws-fs-arqCadAluno <> 05 then
               perform finaliza-anormal
           end-if

      *>Sem decisões do Conselho de Classe a ata sai só com a
      *>situação apurada pelas notas
           move "N" to ws-sem-conselho
           open input arqConselho
           if ws-fs-arqConselho = 35 then
               move "S" to ws-sem-conselho
           else
               if ws-fs-arqConselho  <> 00
               and ws-fs-arqConselho <> 05 then
                   move 6                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselho.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       inicializa-exit.
           exit.

           move 0 to ws-tot-matriculados
           move 0 to ws-tot-aprovados
           move 0 to ws-tot-aprov-depend
           move 0 to ws-tot-reprovados
           move 0 to ws-tot-recuperacao
           move 0 to ws-tot-conselho
           move 0 to ws-soma-medias

      *>Percorre todos os alunos em ordem alfabetica pela chave
      *>------------------------------------------------------------------------
       imprime-cabecalho-ata section.

           move "============================================================" to fd-linha-ata
           write fd-linha-ata

           move "          ATA DE RESULTADOS FINAIS" to fd-linha-ata
               delimited by size into fd-linha-ata
           write fd-linha-ata

           move "============================================================" to fd-linha-ata
           write fd-linha-ata

           move "Aluno                      Media  Situacao" to fd-linha-ata
           write fd-linha-ata

           move "------------------------------------------------------------" to fd-linha-ata
           write fd-linha-ata

           .
           move ws-aluno     to ws-la-nome
           move ws-media     to ws-la-media
           move ws-situacao  to ws-la-situacao
           move ws-situacao  to ws-situacao-final

           perform busca-decisao-conselho
           if ws-cons-sit-decidida <> spaces
               move ws-cons-sit-decidida to ws-situacao-final
               move spaces               to ws-la-situacao
               string ws-cons-sit-decidida delimited by space
                      " pelo Conselho"     delimited by size
                   into ws-la-situacao
               add 1 to ws-tot-conselho
           end-if

           move spaces          to fd-linha-ata
           move ws-linha-aluno  to fd-linha-ata

           add 1        to ws-tot-matriculados
           add ws-media to ws-soma-medias
           evaluate ws-situacao-final
               when "Aprovado"
                   add 1 to ws-tot-aprovados
               when "AprovDepend"
                   add 1 to ws-tot-aprov-depend
               when "Reprovado"
                   add 1 to ws-tot-reprovados
               when "Recuperacao"
       imprime-aluno-ata-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Decisão do Conselho de Classe do aluno corrente no ano da
      *>  ata - ws-cons-sit-decidida fica em branco quando não há
      *>------------------------------------------------------------------------
       busca-decisao-conselho section.

           move spaces to ws-cons-sit-decidida
           if sem-arquivo-conselho
               exit section
           end-if

           move ws-ind        to fd-cons-aluno
           move ws-ano-letivo to fd-cons-ano
           read arqConselho
           if ws-fs-arqConselho = 0 then
               move fd-conselho to ws-conselho
           else
               if ws-fs-arqConselho <> 23 then
                   move 6                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConselho.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       busca-decisao-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais da turma e linha de assinatura do(a) professor(a)
      *>------------------------------------------------------------------------
       imprime-totais-ata section.

           move "------------------------------------------------------------" to fd-linha-ata
           write fd-linha-ata

           move ws-tot-matriculados to ws-total-edt
               delimited by size into fd-linha-ata
           write fd-linha-ata

           move ws-tot-aprov-depend to ws-total-edt
           move spaces to fd-linha-ata
           string "Aprov. c/ dep. : " ws-total-edt
               delimited by size into fd-linha-ata
           write fd-linha-ata

           move ws-tot-reprovados to ws-total-edt
           move spaces to fd-linha-ata
           string "Reprovados     : " ws-total-edt
               delimited by size into fd-linha-ata
           write fd-linha-ata

           move ws-tot-conselho to ws-total-edt
           move spaces to fd-linha-ata
           string "Decid. Conselho: " ws-total-edt
               delimited by size into fd-linha-ata
           write fd-linha-ata

           if ws-tot-matriculados > 0
               compute ws-media-turma rounded =
                   ws-soma-medias / ws-tot-matriculados
       imprime-totais-ata-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contagens da execução em ContagemEtapa.txt, para o log do
      *>  fechamento do ano letivo (ControleAnoLetivo)
      *>------------------------------------------------------------------------
       grava-contagens section.

           open output arqContagem
           if ws-fs-arqContagem <> 00 then
               move 7                                         to ws-msn-erro-ofsset
               move ws-fs-arqContagem                         to ws-msn-erro-cod
               move "Erro ao abrir arq. ContagemEtapa.txt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Atas geradas"           to fd-cont-rotulo
           move ws-total-atas            to fd-cont-valor
           perform grava-contagem

           close arqContagem

           .
       grava-contagens-exit.
           exit.

       grava-contagem section.

           write fd-contagem
           if ws-fs-arqContagem <> 00 then
               move 7                                         to ws-msn-erro-ofsset
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
           close arqTurma
           if not sem-arquivo-conselho
               close arqConselho
           end-if

           perform grava-contagens

           display "Atas geradas: " ws-total-atas

