      *>encerramento limpou do cadastro. Aluno Aprovado vai para uma
      *>turma da série seguinte à da turma em que cursou o ano
      *>encerrado; aluno Reprovado volta para uma turma da mesma
      *>série. Aluno AprovDepend (aprovado com dependência) sobe de
      *>série como o Aprovado e leva as disciplinas em que foi
      *>reprovado (arqHistDisc.dat do ano encerrado) para
      *>arqDependencia.dat, como dependências pendentes. Havendo
      *>decisão do Conselho de Classe para o aluno no ano encerrado
      *>(arqConselho.dat), vale a situação decidida. A série de cada
      *>turma vem do campo fd-turma-serie de arqTurma.dat - as turmas do ano novo precisam estar
      *>cadastradas (opção 'Ct') antes de rodar este job.
      *>
      *>Aluno que já tenha turma atribuida no cadastro é pulado, para
           record key is fd-turma-cod
           file status is ws-fs-arqTurma.

           select arqHistDisc assign to "arqHistDisc.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hd-chave
           file status is ws-fs-arqHistDisc.

           select arqDependencia assign to "arqDependencia.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dep-chave
           file status is ws-fs-arqDependencia.

           select arqConselho assign to "arqConselho.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cons-chave
           file status is ws-fs-arqConselho.

           select arqFilaEspera assign to "arqFilaEspera.dat"
           organization is indexed
           access mode is dynamic
           organization is line sequential
           file status is ws-fs-arqAuditoria.

           select arqContagem assign to "ContagemEtapa.txt"
           organization is line sequential
           file status is ws-fs-arqContagem.

      *>Declaração de variáveis
       data division.

       fd arqTurma.
           copy TURMA.

       fd arqHistDisc.
           copy HISTDISC.

       fd arqDependencia.
           copy DEPENDENCIA.

       fd arqConselho.
           copy CONSELHO.

       fd arqFilaEspera.
           copy FILAESPERA.

           record contains 650 characters.
           copy AUDITORIA.

       fd arqContagem.
           copy CONTAGEM.

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAluno                       pic  9(02).
       77  ws-fs-arqHistorico                      pic  9(02).
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqHistDisc                       pic  9(02).
       77  ws-fs-arqDependencia                    pic  9(02).
       77  ws-fs-arqFilaEspera                     pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqConselho                       pic  9(02).
       77  ws-fs-arqContagem                       pic  9(02).

           copy MSGERRO.


           copy FILAESPERAWS.

           copy HISTDISCWS.

           copy DEPENDENCIAWS.

       77  ws-ano-encerrado                        pic 9(04).

       77  ws-sem-conselho                         pic x(01).
           88  sem-arquivo-conselho                value "S".

       77  ws-serie-origem                         pic 9(02).
       77  ws-serie-destino                        pic 9(02).
       77  ws-turma-destino                        pic 9(03).
       77  ws-fim-turmas                           pic x(01).
           88  fim-arq-turmas                      value "S".

      *>----Dependências do aprovado com dependência
       77  ws-sem-histdisc                         pic x(01).
           88  sem-arquivo-histdisc                value "S".
       77  ws-fim-histdisc                         pic x(01).
           88  fim-histdisc-aluno                  value "S".
       77  ws-qtd-dep-aluno                        pic 9(02).

      *>----Lotação das turmas candidatas e fila de espera
       77  ws-turma-avaliada                       pic 9(03).
       77  ws-vagas-avaliada                       pic 9(03).
       77  ws-total-pulados                        pic 9(05) value 0.
       77  ws-total-sem-turma                      pic 9(05) value 0.
       77  ws-total-fila                           pic 9(05) value 0.
       77  ws-total-dependencias                   pic 9(05) value 0.

       77  ws-aud-operacao                          pic x(10).
       77  ws-aud-antes                             pic x(260).
           accept ws-ano-encerrado
           if ws-ano-encerrado = 0
               display "Ano letivo invalido - rematricula cancelada"
               move 16 to return-code
               stop run
           end-if

               perform finaliza-anormal
           end-if

      *>Sem histórico por disciplina (base antiga) não há de onde
      *>tirar as dependências - o aluno é relatado
           move "N" to ws-sem-histdisc
           open input arqHistDisc
           if ws-fs-arqHistDisc = 35 then
               move "S" to ws-sem-histdisc
           else
               if ws-fs-arqHistDisc  <> 00
               and ws-fs-arqHistDisc <> 05 then
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistDisc                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistDisc.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>Sem decisões do Conselho de Classe vale a situação do histórico
           move "N" to ws-sem-conselho
           open input arqConselho
           if ws-fs-arqConselho = 35 then
               move "S" to ws-sem-conselho
           else
               if ws-fs-arqConselho  <> 00
               and ws-fs-arqConselho <> 05 then
                   move 11                                     to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselho.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqDependencia
           if ws-fs-arqDependencia  <> 00
           and ws-fs-arqDependencia <> 05 then
               move 10                                        to ws-msn-erro-ofsset
               move ws-fs-arqDependencia                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDependencia.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqFilaEspera
           if ws-fs-arqFilaEspera  <> 00
           and ws-fs-arqFilaEspera <> 05 then
                   move fd-historico to ws-historico
                   if ws-hist-ano = ws-ano-encerrado
                       add 1 to ws-total-lidos
                       perform aplica-decisao-conselho
                       perform rematricula-aluno
                   end-if
               else
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situação decidida pelo Conselho de Classe, se houver, no
      *>  lugar da situação do histórico corrente (em ws-historico) -
      *>  cobre a decisão registrada depois do encerramento
      *>------------------------------------------------------------------------
       aplica-decisao-conselho section.

           if sem-arquivo-conselho
               exit section
           end-if

           move ws-hist-aluno    to fd-cons-aluno
           move ws-ano-encerrado to fd-cons-ano
           read arqConselho
           if ws-fs-arqConselho = 0 then
               move fd-cons-sit-decidida to ws-hist-situacao
           else
               if ws-fs-arqConselho <> 23 then
                   move 11                                     to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConselho.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       aplica-decisao-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rematricula o aluno do registro de histórico corrente (em
      *>  ws-historico): Aprovado e AprovDepend sobem de série,
      *>  Reprovado repete - qualquer outra situação fica para a
      *>  secretaria resolver
      *>------------------------------------------------------------------------
       rematricula-aluno section.

           else
               move fd-alunos to ws-alunos

      *>As dependências valem mesmo para quem já está em turma
      *>(atribuição manual) - reexecução não duplica
               if ws-hist-situacao = "AprovDepend"
               and matricula-ativa
                   perform registra-dependencias
               end-if

               evaluate true
      *>Quem saiu da escola não volta para turma pela rematrícula
                   when not matricula-ativa
      *>Recuperação ainda não reprocessada (rodar ProcessaExameFinal
      *>antes) ou situação em branco - decide a secretaria
                   when ws-hist-situacao <> "Aprovado"
                    and ws-hist-situacao <> "AprovDepend"
                    and ws-hist-situacao <> "Reprovado"
                       add 1 to ws-total-sem-turma
                       display "SEM TURMA: aluno " ws-ind " - " ws-aluno
       rematricula-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava em arqDependencia cada disciplina em que o aluno
      *>  AprovDepend foi reprovado no ano encerrado (arqHistDisc),
      *>  como dependência pendente com a série e a turma de origem
      *>------------------------------------------------------------------------
       registra-dependencias section.

           move 0 to ws-qtd-dep-aluno

           if sem-arquivo-histdisc
               display "DEPENDENCIA: aluno " ws-ind " - sem histórico por disciplina em arquivo"
               exit section
           end-if

           move 0 to ws-serie-origem
           move ws-hist-turma to fd-turma-cod
           read arqTurma
           if ws-fs-arqTurma = 0 then
               move fd-turma-serie to ws-serie-origem
           end-if

           move ws-hist-aluno    to fd-hd-aluno
           move ws-ano-encerrado to fd-hd-ano
           move 0                to fd-hd-disc
           start arqHistDisc key is not less fd-hd-chave
           if ws-fs-arqHistDisc = 0 then
               move "N" to ws-fim-histdisc
               perform until fim-histdisc-aluno
                   read arqHistDisc next
                   if ws-fs-arqHistDisc = 0 then
                       if fd-hd-aluno = ws-hist-aluno
                       and fd-hd-ano  = ws-ano-encerrado
                           if fd-hd-situacao = "Reprovado"
                               perform grava-dependencia
                           end-if
                       else
                           move "S" to ws-fim-histdisc
                       end-if
                   else
                       if ws-fs-arqHistDisc = 10 then
                           move "S" to ws-fim-histdisc
                       else
                           move 8                                      to ws-msn-erro-ofsset
                           move ws-fs-arqHistDisc                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHistDisc.dat "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqHistDisc <> 23
               and ws-fs-arqHistDisc <> 10 then
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistDisc                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHistDisc.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtd-dep-aluno = 0
               display "DEPENDENCIA: aluno " ws-ind " - nenhuma disciplina reprovada em arqHistDisc"
           end-if

           .
       registra-dependencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma dependência pendente a partir do registro corrente
      *>  de arqHistDisc - já gravada por uma execução anterior fica
      *>  como está
      *>------------------------------------------------------------------------
       grava-dependencia section.

           initialize ws-dependencias
           move fd-hd-aluno       to ws-dep-aluno
           move fd-hd-disc        to ws-dep-disc
           move fd-hd-ano         to ws-dep-ano-origem
           move ws-serie-origem   to ws-dep-serie-origem
           move fd-hd-turma       to ws-dep-turma-origem
           move fd-hd-media-final to ws-dep-media-final
           move "P"               to ws-dep-situacao

           move ws-dependencias to fd-dependencias
           write fd-dependencias
           if ws-fs-arqDependencia = 22 then
               add 1 to ws-qtd-dep-aluno
               exit section
           end-if
           if ws-fs-arqDependencia <> 0 then
               move 10                                        to ws-msn-erro-ofsset
               move ws-fs-arqDependencia                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqDependencia.dat " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-dep-aluno
           add 1 to ws-total-dependencias
           display "Aluno " ws-ind " - dependência na disciplina " ws-dep-disc

           .
       grava-dependencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descobre a série destino a partir da turma do ano encerrado
      *>  (série + 1 para Aprovado e AprovDepend, mesma série para
      *>  Reprovado), acha
      *>  uma turma cadastrada dessa série e grava a atribuição no
      *>  cadastro do aluno, auditada como a opção 'At' faria
      *>------------------------------------------------------------------------
           end-if

           if ws-hist-situacao = "Aprovado"
           or ws-hist-situacao = "AprovDepend"
               compute ws-serie-destino = ws-serie-origem + 1
           else
               move ws-serie-origem to ws-serie-destino
       grava-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contagens da execução em ContagemEtapa.txt, para o log do
      *>  fechamento do ano letivo (ControleAnoLetivo)
      *>------------------------------------------------------------------------
       grava-contagens section.

           open output arqContagem
           if ws-fs-arqContagem <> 00 then
               move 12                                        to ws-msn-erro-ofsset
               move ws-fs-arqContagem                         to ws-msn-erro-cod
               move "Erro ao abrir arq. ContagemEtapa.txt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Historicos lidos"       to fd-cont-rotulo
           move ws-total-lidos           to fd-cont-valor
           perform grava-contagem
           move "Rematriculados"         to fd-cont-rotulo
           move ws-total-rematriculados  to fd-cont-valor
           perform grava-contagem
           move "Alunos pulados"         to fd-cont-rotulo
           move ws-total-pulados         to fd-cont-valor
           perform grava-contagem
           move "Fila de espera"         to fd-cont-rotulo
           move ws-total-fila            to fd-cont-valor
           perform grava-contagem
           move "Dependencias"           to fd-cont-rotulo
           move ws-total-dependencias    to fd-cont-valor
           perform grava-contagem
           move "Sem turma"              to fd-cont-rotulo
           move ws-total-sem-turma       to fd-cont-valor
           perform grava-contagem

           close arqContagem

           .
       grava-contagens-exit.
           exit.

       grava-contagem section.

           write fd-contagem
           if ws-fs-arqContagem <> 00 then
               move 12                                        to ws-msn-erro-ofsset
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
           close arqTurma
           if not sem-arquivo-histdisc
               close arqHistDisc
           end-if
           close arqDependencia
           if not sem-arquivo-conselho
               close arqConselho
           end-if
           close arqFilaEspera
           close arqAuditoria

           perform grava-contagens

           display "Historicos do ano lidos : " ws-total-lidos
           display "Alunos rematriculados   : " ws-total-rematriculados
           display "Alunos pulados          : " ws-total-pulados
           display "Alunos em fila de espera: " ws-total-fila
           display "Dependências gravadas   : " ws-total-dependencias
           display "Alunos SEM turma        : " ws-total-sem-turma
           if ws-total-sem-turma > 0
               display "Atribua turma aos alunos relatados pela opção 'At'"
