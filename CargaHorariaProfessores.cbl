      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "CargaHorariaProfessores".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Relatório de carga horaria por professor: gera
      *>CargaHoraria.txt com, para cada professor cadastrado
      *>(arqProfessor, opção 'Cp'), as turmas e disciplinas que a
      *>grade curricular (arqGrade, opção 'Gd') atribui a ele, as
      *>aulas previstas no ano de cada uma e o total somado. Quem
      *>passa do limite de aulas do cadastro sai marcado "ACIMA DO
      *>LIMITE" (limite zero = sem limite). No fim, as disciplinas da
      *>grade ainda sem professor - ou com um codigo de professor que
      *>não existe no cadastro - são listadas para a coordenação
      *>fechar a distribuição de aulas.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
           select arqProfessor assign to "arqProfessor.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-prof-cod
           file status is ws-fs-arqProfessor.

           select arqGrade assign to "arqGrade.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-grade-chave
           file status is ws-fs-arqGrade.

           select arqTurma assign to "arqTurma.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-turma-cod
           file status is ws-fs-arqTurma.

           select arqDisciplina assign to "arqDisciplina.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-cod
           file status is ws-fs-arqDisciplina.

           select arqRelatorio assign to "CargaHoraria.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorio.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqProfessor.
           copy PROFESSOR.

       fd arqGrade.
           copy GRADE.

       fd arqTurma.
           copy TURMA.

       fd arqDisciplina.
           copy DISCIPLINA.

       fd arqRelatorio
           record contains 80 characters.
       01  fd-linha-relatorio                      pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqProfessor                      pic  9(02).
       77  ws-fs-arqGrade                          pic  9(02).
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqDisciplina                     pic  9(02).
       77  ws-fs-arqRelatorio                      pic  9(02).

           copy MSGERRO.

           copy PROFESSORWS.

       77  ws-fim-grade                            pic x(01).
           88  fim-arq-grade                       value "S".

      *>----Totais do professor corrente e do relatório
       77  ws-qtd-disc-prof                        pic 9(03).
       77  ws-qtd-turmas-prof                      pic 9(03).
       77  ws-ultima-turma                         pic 9(03).
       77  ws-aulas-prof                           pic 9(05).
       77  ws-qtd-sem-prof                         pic 9(03).
       77  ws-total-professores                    pic 9(03) value 0.
       77  ws-total-acima                          pic 9(03) value 0.
       77  ws-total-sem-prof                       pic 9(03) value 0.

      *>----Professor da linha de grade corrente existe no cadastro?
       77  ws-prof-existe                          pic x(01).
           88  professor-cadastrado                value "S".

       77  ws-aulas-edt                            pic zz9.
       77  ws-total-edt                            pic zzzz9.
       77  ws-limite-edt                           pic zzz9.
       77  ws-qtd-edt                              pic zz9.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           open input arqProfessor
           if ws-fs-arqProfessor  <> 00
           and ws-fs-arqProfessor <> 05 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqProfessor                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqProfessor.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqGrade
           if ws-fs-arqGrade  <> 00
           and ws-fs-arqGrade <> 05 then
               move 2                                   to ws-msn-erro-ofsset
               move ws-fs-arqGrade                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqGrade.dat "  to ws-msn-erro-text
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

           open input arqDisciplina
           if ws-fs-arqDisciplina  <> 00
           and ws-fs-arqDisciplina <> 05 then
               move 4                                        to ws-msn-erro-ofsset
               move ws-fs-arqDisciplina                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDisciplina.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 5                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                       to ws-msn-erro-cod
               move "Erro ao abrir arq. CargaHoraria.txt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "===================================================" to fd-linha-relatorio
           write fd-linha-relatorio
           move "      CARGA HORARIA POR PROFESSOR" to fd-linha-relatorio
           write fd-linha-relatorio
           move spaces to fd-linha-relatorio
           string "Posição em " function current-date (7:2)
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
      *>  Processamento principal - um bloco por professor cadastrado
      *>  e, no fim, as disciplinas da grade sem professor
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fs-arqProfessor = 10

               read arqProfessor next
               if  ws-fs-arqProfessor = 0 then
                   move fd-professores to ws-professores
                   perform relata-professor
               else
                   if ws-fs-arqProfessor <> 10 then
                       move 1                                      to ws-msn-erro-ofsset
                       move ws-fs-arqProfessor                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqProfessor.dat "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           perform relata-sem-professor

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloco do professor corrente (em ws-professores): varre a
      *>  grade inteira atrás das disciplinas atribuídas a ele
      *>------------------------------------------------------------------------
       relata-professor section.

           add 1 to ws-total-professores
           move 0 to ws-qtd-disc-prof
           move 0 to ws-qtd-turmas-prof
           move 0 to ws-ultima-turma
           move 0 to ws-aulas-prof

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio

           move spaces to fd-linha-relatorio
           string "Professor " ws-prof-cod " - " ws-prof-nome
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio

           move "---------------------------------------------------" to fd-linha-relatorio
           write fd-linha-relatorio

           move 0 to fd-grade-turma
           move 0 to fd-grade-disc
           start arqGrade key is not less fd-grade-chave
           if ws-fs-arqGrade = 0 then
               move "N" to ws-fim-grade
               perform until fim-arq-grade
                   read arqGrade next
                   if ws-fs-arqGrade = 0 then
                       if fd-grade-prof = ws-prof-cod
                           perform relata-linha-grade
                       end-if
                   else
                       if ws-fs-arqGrade = 10 then
                           move "S" to ws-fim-grade
                       else
                           move 2                                   to ws-msn-erro-ofsset
                           move ws-fs-arqGrade                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqGrade.dat "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqGrade <> 23
               and ws-fs-arqGrade <> 10 then
                   move 2                                   to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqGrade.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtd-disc-prof = 0
               move "(nenhuma disciplina atribuída na grade)" to fd-linha-relatorio
               write fd-linha-relatorio
           end-if

           move ws-qtd-turmas-prof to ws-qtd-edt
           move ws-aulas-prof      to ws-total-edt
           move spaces to fd-linha-relatorio
           string "Turmas: " ws-qtd-edt
                  "   Aulas previstas no ano: " ws-total-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio

           if ws-prof-limite-aulas > 0
               move ws-prof-limite-aulas to ws-limite-edt
               move spaces to fd-linha-relatorio
               if ws-aulas-prof > ws-prof-limite-aulas
                   add 1 to ws-total-acima
                   string "*** ACIMA DO LIMITE - limite de " ws-limite-edt
                          " aulas ***"
                       delimited by size into fd-linha-relatorio
               else
                   string "Limite: " ws-limite-edt " aulas"
                       delimited by size into fd-linha-relatorio
               end-if
               write fd-linha-relatorio
           end-if

           .
       relata-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de uma disciplina da grade (em fd-grade) atribuída ao
      *>  professor corrente - soma as aulas e conta as turmas (a
      *>  grade vem em ordem de turma)
      *>------------------------------------------------------------------------
       relata-linha-grade section.

           add 1                   to ws-qtd-disc-prof
           add fd-grade-aulas-prev to ws-aulas-prof
           if fd-grade-turma <> ws-ultima-turma
               add 1 to ws-qtd-turmas-prof
               move fd-grade-turma to ws-ultima-turma
           end-if

           perform monta-linha-grade

           .
       relata-linha-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha de detalhe da disciplina da grade em fd-grade:
      *>  turma, disciplina e aulas previstas, com os nomes
      *>------------------------------------------------------------------------
       monta-linha-grade section.

           move fd-grade-turma to fd-turma-cod
           read arqTurma
           if ws-fs-arqTurma <> 0
               move "(sem cadastro)" to fd-turma-nome
           end-if

           move fd-grade-disc to fd-disc-cod
           read arqDisciplina
           if ws-fs-arqDisciplina <> 0
               move "(sem cadastro)" to fd-disc-nome
           end-if

           move fd-grade-aulas-prev to ws-aulas-edt
           move spaces to fd-linha-relatorio
           string fd-grade-turma " " fd-turma-nome (1:20) " "
                  fd-grade-disc  " " fd-disc-nome (1:20)
                  " aulas " ws-aulas-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio

           .
       monta-linha-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloco final: disciplinas da grade sem professor atribuído
      *>  ou com professor que não está no cadastro
      *>------------------------------------------------------------------------
       relata-sem-professor section.

           move 0 to ws-qtd-sem-prof

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           move "Disciplinas da grade sem professor" to fd-linha-relatorio
           write fd-linha-relatorio
           move "---------------------------------------------------" to fd-linha-relatorio
           write fd-linha-relatorio

           move 0 to fd-grade-turma
           move 0 to fd-grade-disc
           start arqGrade key is not less fd-grade-chave
           if ws-fs-arqGrade = 0 then
               move "N" to ws-fim-grade
               perform until fim-arq-grade
                   read arqGrade next
                   if ws-fs-arqGrade = 0 then
                       perform verifica-professor-grade
                       if not professor-cadastrado
                           add 1 to ws-qtd-sem-prof
                           perform monta-linha-grade
                       end-if
                   else
                       if ws-fs-arqGrade = 10 then
                           move "S" to ws-fim-grade
                       else
                           move 2                                   to ws-msn-erro-ofsset
                           move ws-fs-arqGrade                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqGrade.dat "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqGrade <> 23
               and ws-fs-arqGrade <> 10 then
                   move 2                                   to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqGrade.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtd-sem-prof = 0
               move "(todas as disciplinas da grade têm professor)" to fd-linha-relatorio
               write fd-linha-relatorio
           end-if

           move ws-qtd-sem-prof to ws-total-sem-prof

           .
       relata-sem-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O professor da linha de grade em fd-grade existe no
      *>  cadastro? (zero = ainda sem professor)
      *>------------------------------------------------------------------------
       verifica-professor-grade section.

           move "N" to ws-prof-existe
           if fd-grade-prof = 0
               exit section
           end-if

           move fd-grade-prof to fd-prof-cod
           read arqProfessor
           if ws-fs-arqProfessor = 0 then
               move "S" to ws-prof-existe
           else
               if ws-fs-arqProfessor <> 23 then
                   move 1                                      to ws-msn-erro-ofsset
                   move ws-fs-arqProfessor                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqProfessor.dat "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       verifica-professor-grade-exit.
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

           close arqProfessor
           close arqGrade
           close arqTurma
           close arqDisciplina
           close arqRelatorio

           display "Professores no relatorio       : " ws-total-professores
           display "Professores acima do limite    : " ws-total-acima
           display "Disciplinas da grade sem prof. : " ws-total-sem-prof
           display "Relatorio em CargaHoraria.txt"

           Stop run
           .
       finaliza-exit.
           exit.
