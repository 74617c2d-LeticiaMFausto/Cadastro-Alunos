      *>ImportaNotas lê para saber onde lançar - não alterar à mão.
      *>Turma sem grade cadastrada (opção 'Gd') não gera planilha e é
      *>relatada.
      *>
      *>Cada planilha traz o nome do(a) professor(a) atribuído(a) à
      *>disciplina na grade da turma (arqProfessor, opção 'Cp');
      *>disciplina ainda sem professor sai com "(a definir)" e é
      *>contada no resumo - o ImportaNotas não aceita a planilha de
      *>volta enquanto a atribuição não for feita.

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-grade-chave
           file status is ws-fs-arqGrade.

           select arqProfessor assign to "arqProfessor.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-prof-cod
           file status is ws-fs-arqProfessor.

           select arqPlanilha assign to ws-nome-planilha
           organization is line sequential
           file status is ws-fs-arqPlanilha.
       fd arqGrade.
           copy GRADE.

       fd arqProfessor.
           copy PROFESSOR.

       fd arqPlanilha
           record contains 80 characters.
       01  fd-linha-planilha                       pic x(80).
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqDisciplina                     pic  9(02).
       77  ws-fs-arqGrade                          pic  9(02).
       77  ws-fs-arqProfessor                      pic  9(02).
       77  ws-fs-arqPlanilha                       pic  9(02).

           copy MSGERRO.
       77  ws-nome-planilha                        pic x(30).

       77  ws-disc-corrente                        pic 9(03).
       77  ws-prof-corrente                        pic 9(03).
       77  ws-sem-professor                        pic x(01).
           88  sem-arquivo-professor               value "S".
       77  ws-fim-grade                            pic x(01).
           88  fim-grade-turma                     value "S".
       77  ws-fim-alunos                           pic x(01).

       77  ws-total-planilhas                      pic 9(03) value 0.
       77  ws-total-sem-grade                      pic 9(03) value 0.
       77  ws-total-sem-prof                       pic 9(03) value 0.

      *>Declaração do corpo do programa
       procedure division.
               perform finaliza-anormal
           end-if

      *>Sem cadastro de professores ainda, as planilhas saem com o
      *>professor a definir
           move "N" to ws-sem-professor
           open input arqProfessor
           if ws-fs-arqProfessor = 35 then
               move "S" to ws-sem-professor
           else
               if ws-fs-arqProfessor  <> 00
               and ws-fs-arqProfessor <> 05 then
                   move 7                                       to ws-msn-erro-ofsset
                   move ws-fs-arqProfessor                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqProfessor.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       inicializa-exit.
           exit.
                       if fd-grade-turma = ws-turma-cod
                           move "S"           to ws-turma-tem-grade
                           move fd-grade-disc to ws-disc-corrente
                           move fd-grade-prof to ws-prof-corrente
                           perform gera-uma-planilha
                           move ws-turma-cod     to fd-grade-turma
                           move ws-disc-corrente to fd-grade-disc
               delimited by size into fd-linha-planilha
           write fd-linha-planilha

           perform busca-professor-planilha
           move spaces to fd-linha-planilha
           string "Professor(a): " fd-prof-nome
               delimited by size into fd-linha-planilha
           write fd-linha-planilha

           move "Preencher a nota no formato NN,NN (em branco = sem nota)" to fd-linha-planilha
           write fd-linha-planilha

       gera-uma-planilha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome do professor atribuído à disciplina corrente na grade
      *>  (ws-prof-corrente) em fd-prof-nome - "(a definir)" quando a
      *>  disciplina ainda não tem professor
      *>------------------------------------------------------------------------
       busca-professor-planilha section.

           if ws-prof-corrente = 0
               move "(a definir)" to fd-prof-nome
               add 1 to ws-total-sem-prof
               display "Turma " ws-turma-cod " disciplina " ws-disc-corrente
                       " sem professor atribuído (opção 'Gd')"
               exit section
           end-if

           if sem-arquivo-professor
               move "(sem cadastro)" to fd-prof-nome
               exit section
           end-if

           move ws-prof-corrente to fd-prof-cod
           read arqProfessor
           if ws-fs-arqProfessor <> 0 then
               if ws-fs-arqProfessor = 23 then
                   move "(sem cadastro)" to fd-prof-nome
               else
                   move 7                                       to ws-msn-erro-ofsset
                   move ws-fs-arqProfessor                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqProfessor.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       busca-professor-planilha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma linha de detalhe por aluno ativo da turma corrente, em
      *>  ordem alfabetica pela chave alternativa de nome
           close arqTurma
           close arqDisciplina
           close arqGrade
           if not sem-arquivo-professor
               close arqProfessor
           end-if

           display "Planilhas geradas      : " ws-total-planilhas
           display "Turmas sem grade       : " ws-total-sem-grade
           display "Planilhas sem professor: " ws-total-sem-prof

           Stop run
           .
