      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "MigraGradeV1".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Utilitário de migração única: lê um arqGrade.dat gravado no
      *>layout original de 9 posições (sem o professor da
      *>disciplina) e recria o arqGrade.dat no layout atual,
      *>registro a registro.
      *>
      *>Na conversão turma, disciplina e aulas previstas são
      *>mantidas como estão e o professor fica zero (a definir) - a
      *>atribuição é feita depois pela opção 'Gd', opção 'P'.
      *>
      *>Antes de rodar: renomeie o arqGrade.dat antigo para
      *>arqGrade_v1.dat (é esse nome que este programa abre).

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
           select arqGradeV1 assign to "arqGrade_v1.dat"
           organization is indexed
           access mode is sequential
           record key is fd-grade-chave-v1
           file status is ws-fs-arqGradeV1.

           select arqGrade assign to "arqGrade.dat"
           organization is indexed
           access mode is sequential
           record key is fd-grade-chave
           file status is ws-fs-arqGrade.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqGradeV1.
       01  fd-grade-v1.
           05  fd-grade-chave-v1.
               10  fd-grade-turma-v1               pic 9(03).
               10  fd-grade-disc-v1                pic 9(03).
           05  fd-grade-aulas-prev-v1              pic 9(03).

       fd arqGrade.
           copy GRADE.

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqGradeV1                        pic  9(02).
       77  ws-fs-arqGrade                          pic  9(02).

           copy MSGERRO.

           copy GRADEWS.

       77  ws-total-migrados                       pic 9(05) value 0.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           open input arqGradeV1
           if ws-fs-arqGradeV1  <> 00
           and ws-fs-arqGradeV1 <> 05 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqGradeV1                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqGrade_v1.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqGrade
           if ws-fs-arqGrade <> 00 then
               move 2                                      to ws-msn-erro-ofsset
               move ws-fs-arqGrade                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqGrade.dat "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fs-arqGradeV1 = 10

               read arqGradeV1 next
               if  ws-fs-arqGradeV1 = 0 then
                   perform converte-registro
                   move ws-grade to fd-grade
                   write fd-grade
                   if ws-fs-arqGrade <> 0 then
                       move 2                                      to ws-msn-erro-ofsset
                       move ws-fs-arqGrade                         to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqGrade.dat "    to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       add 1 to ws-total-migrados
                   end-if
               else
                   if ws-fs-arqGradeV1 <> 10 then
                       move 1                                      to ws-msn-erro-ofsset
                       move ws-fs-arqGradeV1                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqGrade_v1.dat "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte um registro do layout de 9 posições para o
      *>  registro de trabalho no layout atual - sem professor
      *>------------------------------------------------------------------------
       converte-registro section.

           initialize ws-grade
           move fd-grade-turma-v1       to ws-grade-turma
           move fd-grade-disc-v1        to ws-grade-disc
           move fd-grade-aulas-prev-v1  to ws-grade-aulas-prev
           move 0                       to ws-grade-prof

           .
       converte-registro-exit.
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

           close arqGradeV1
           close arqGrade

           display "Linhas de grade migradas: " ws-total-migrados

           Stop run
           .
       finaliza-exit.
           exit.
