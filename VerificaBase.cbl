      *>  - arqControle com ultimo codigo menor que o maior fd-ind
      *>    (faria busca-proximo-cod entregar chave duplicada).
      *>
      *>Em bloco separado de AVISOS, que não conta como problema nem
      *>muda o RETURN-CODE, sai o aluno ativo cuja primeira série
      *>aqui (turma atual ou do histórico) é acima da 1a e que não
      *>tem estudo anterior em arqEstudoExt - provavel transferido
      *>sem a vida escolar de origem, mas pode ser só histórico que
      *>não vai até o começo.
      *>
      *>Arquivos que ainda não existem na base (35) são pulados - o
      *>job serve tambem para bases antigas. Com qualquer problema
      *>encontrado o programa termina com RETURN-CODE 8, para o
           record key is fd-mens-chave
           file status is ws-fs-arqMensalidade.

           select arqEstudoExt assign to "arqEstudoExt.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-ext-chave
           file status is ws-fs-arqEstudoExt.

           select arqRelatorio assign to "VerificaBase.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorio.

           select arqContagem assign to "ContagemEtapa.txt"
           organization is line sequential
           file status is ws-fs-arqContagem.

      *>Declaração de variáveis
       data division.

       fd arqMensalidade.
           copy MENSALIDADE.

       fd arqEstudoExt.
           copy ESTUDOEXT.

       fd arqRelatorio
           record contains 100 characters.
       01  fd-linha-relatorio                      pic x(100).

       fd arqContagem.
           copy CONTAGEM.

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqGrade                          pic  9(02).
       77  ws-fs-arqFilaEspera                     pic  9(02).
       77  ws-fs-arqMensalidade                    pic  9(02).
       77  ws-fs-arqEstudoExt                      pic  9(02).
       77  ws-fs-arqRelatorio                      pic  9(02).
       77  ws-fs-arqContagem                       pic  9(02).

           copy MSGERRO.

       77  ws-tem-grade                            pic x(01).
       77  ws-tem-fila                             pic x(01).
       77  ws-tem-mensalidade                      pic x(01).
       77  ws-tem-estudo-ext                       pic x(01).

       77  ws-linha-ocorrencia                     pic x(100).
       77  ws-total-problemas                      pic 9(05) value 0.

      *>----Avisos (não são problema de integridade): guardados para o
      *>----bloco AVISOS no fim do relatório, além de 500 só contados
       01  ws-tab-avisos.
           05  ws-av-linha                         pic x(100) occurs 500 times.
       77  ws-total-avisos                         pic 9(05) value 0.
       77  ws-av                                   pic 9(05).
       77  ws-maior-cod                            pic 9(05) value 0.
       77  ws-total-alunos                         pic 9(05) value 0.

      *>----Menor série cursada aqui pelo aluno corrente (turma atual
      *>----e turmas do histórico) - zero = não se sabe
       77  ws-menor-serie                          pic 9(02).
       77  ws-fim-hist-aluno                       pic x(01).

      *>Declaração do corpo do programa
       procedure division.

               end-if
           end-if

           move "S" to ws-tem-estudo-ext
           open input arqEstudoExt
           if ws-fs-arqEstudoExt = 35 then
               move "N" to ws-tem-estudo-ext
           else
               if ws-fs-arqEstudoExt  <> 00
               and ws-fs-arqEstudoExt <> 05 then
                   move 20                                      to ws-msn-erro-ofsset
                   move ws-fs-arqEstudoExt                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEstudoExt.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 11                                      to ws-msn-erro-ofsset
               end-if
           end-if

           if fd-status-matricula = "A" or fd-status-matricula = space
               perform verifica-estudos-anteriores
           end-if

           .
       verifica-um-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aluno ativo cuja primeira série aqui é acima da 1a veio
      *>  transferido - precisa ter ao menos um ano de estudos
      *>  anteriores em arqEstudoExt para o histórico e a declaração
      *>------------------------------------------------------------------------
       verifica-estudos-anteriores section.

           move 0 to ws-menor-serie
           if fd-cod-turma <> 0
               move fd-cod-turma to fd-turma-cod
               read arqTurma
               if ws-fs-arqTurma = 0
                   move fd-turma-serie to ws-menor-serie
               end-if
           end-if

           if ws-tem-historico = "S"
               move fd-ind to fd-hist-aluno
               move 0      to fd-hist-ano
               start arqHistorico key is not less fd-hist-chave
               if ws-fs-arqHistorico = 0 then
                   move "N" to ws-fim-hist-aluno
                   perform until ws-fim-hist-aluno = "S"
                       read arqHistorico next
                       if ws-fs-arqHistorico = 0
                       and fd-hist-aluno = fd-ind
                           move fd-hist-turma to fd-turma-cod
                           read arqTurma
                           if ws-fs-arqTurma = 0
                               if ws-menor-serie = 0
                               or fd-turma-serie < ws-menor-serie
                                   move fd-turma-serie to ws-menor-serie
                               end-if
                           end-if
                       else
                           if ws-fs-arqHistorico <> 0
                           and ws-fs-arqHistorico <> 10 then
                               move 15                                     to ws-msn-erro-ofsset
                               move ws-fs-arqHistorico                     to ws-msn-erro-cod
                               move "Erro ao ler arq. arqHistorico.dat "   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           move "S" to ws-fim-hist-aluno
                       end-if
                   end-perform
               end-if
           end-if

           if ws-menor-serie <= 1
               exit section
           end-if

           if ws-tem-estudo-ext = "S"
               move fd-ind to fd-ext-aluno
               move 0      to fd-ext-ano
               start arqEstudoExt key is not less fd-ext-chave
               if ws-fs-arqEstudoExt = 0 then
                   read arqEstudoExt next
               end-if
           else
               move 23 to ws-fs-arqEstudoExt *>arquivo inexistente: nenhum estudo anterior
           end-if
           if ws-fs-arqEstudoExt = 0
           and fd-ext-aluno = fd-ind
               continue
           else
               if ws-fs-arqEstudoExt <> 0
               and ws-fs-arqEstudoExt <> 10
               and ws-fs-arqEstudoExt <> 23 then
                   move 21                                     to ws-msn-erro-ofsset
                   move ws-fs-arqEstudoExt                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEstudoExt.dat "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move spaces to ws-linha-ocorrencia
               string "ALUNO " fd-ind " transferido (primeira serie aqui: "
                      ws-menor-serie ") sem estudos anteriores em arqEstudoExt"
                   delimited by size into ws-linha-ocorrencia
               perform relata-aviso
           end-if

           .
       verifica-estudos-anteriores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passe por arqNotaDisc: aluno e disciplina precisam existir
      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
       verifica-historico section.

      *>O passe dos alunos já posicionou o arquivo - volta ao inicio
           move 0 to fd-hist-aluno
           move 0 to fd-hist-ano
           start arqHistorico key is not less fd-hist-chave
           if ws-fs-arqHistorico <> 0
               move 10 to ws-fs-arqHistorico
           end-if

           perform until ws-fs-arqHistorico = 10

               read arqHistorico next
       relata-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda o aviso em ws-linha-ocorrencia para o bloco AVISOS -
      *>  não conta em ws-total-problemas
      *>------------------------------------------------------------------------
       relata-aviso section.

           add 1 to ws-total-avisos
           if ws-total-avisos <= 500
               move ws-linha-ocorrencia to ws-av-linha (ws-total-avisos)
           end-if

           .
       relata-aviso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloco AVISOS no fim do relatório
      *>------------------------------------------------------------------------
       grava-avisos section.

           if ws-total-avisos = 0
               exit section
           end-if

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           move "AVISOS (não contam como inconsistencia nem mudam o codigo de saida)" to fd-linha-relatorio
           write fd-linha-relatorio
           move "----------------------------------------------------" to fd-linha-relatorio
           write fd-linha-relatorio

           perform varying ws-av from 1 by 1
                   until ws-av > ws-total-avisos
                      or ws-av > 500
               move ws-av-linha (ws-av) to fd-linha-relatorio
               write fd-linha-relatorio
           end-perform

           move spaces to fd-linha-relatorio
           if ws-total-avisos > 500
               string "Total de avisos: " ws-total-avisos
                      " (só os 500 primeiros listados)"
                   delimited by size into fd-linha-relatorio
           else
               string "Total de avisos: " ws-total-avisos
                   delimited by size into fd-linha-relatorio
           end-if
           write fd-linha-relatorio
           if ws-fs-arqRelatorio <> 0 then
               move 11                                       to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                       to ws-msn-erro-cod
               move "Erro ao gravar arq. VerificaBase.txt "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       grava-avisos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contagens da execução em ContagemEtapa.txt, para o log do
      *>  fechamento do ano letivo (ControleAnoLetivo)
      *>------------------------------------------------------------------------
       grava-contagens section.

           open output arqContagem
           if ws-fs-arqContagem <> 00 then
               move 22                                        to ws-msn-erro-ofsset
               move ws-fs-arqContagem                         to ws-msn-erro-cod
               move "Erro ao abrir arq. ContagemEtapa.txt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Ocorrencias"            to fd-cont-rotulo
           move ws-total-problemas       to fd-cont-valor
           perform grava-contagem

           close arqContagem

           .
       grava-contagens-exit.
           exit.

       grava-contagem section.

           write fd-contagem
           if ws-fs-arqContagem <> 00 then
               move 22                                        to ws-msn-erro-ofsset
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
           end-if
           write fd-linha-relatorio

           perform grava-avisos

           close arqCadAluno
           close arqTurma
           close arqDisciplina
           if ws-tem-mensalidade = "S"
               close arqMensalidade
           end-if
           if ws-tem-estudo-ext = "S"
               close arqEstudoExt
           end-if
           close arqRelatorio

           perform grava-contagens

           display "Ocorrencias encontradas: " ws-total-problemas
           display "Avisos                 : " ws-total-avisos
           display "Relatorio em VerificaBase.txt"

           if ws-total-problemas > 0
