      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "MigraAlunosV4".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Utilitário de migração única: lê um arqCadAluno.dat gravado no
      *>layout anterior de 230 posições (sem os dados do Censo
      *>Escolar) e grava cada registro convertido para o layout
      *>atual de 288 posições em BackupAlunos.dat - mesmo formato
      *>produzido por ExportaAlunos. Depois de rodar este programa,
      *>use RestauraAlunos para recriar o arqCadAluno.dat no layout
      *>novo a partir desse backup.
      *>
      *>Na conversão todos os campos existentes são mantidos como
      *>estão e os dados do censo (nascimento, sexo, cor/raça,
      *>nacionalidade, certidão, ID INEP e deficiência) ficam em
      *>branco/zero - a secretaria completa pela opção 'Al' e confere
      *>pelo relatorio CriticaCenso.
      *>
      *>Antes de rodar: renomeie o arqCadAluno.dat antigo para
      *>arqCadAluno_v4.dat (é esse nome que este programa abre), para
      *>não sobrescrever nada no layout novo.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
           select arqCadAlunoV4 assign to "arqCadAluno_v4.dat"
           organization is indexed
           access mode is sequential
           record key is fd-ind-v4
           alternate record key is fd-aluno-v4 with duplicates
           file status is ws-fs-arqCadAlunoV4.

           select arqBackup assign to "BackupAlunos.dat"
           organization is sequential
           file status is ws-fs-arqBackup.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCadAlunoV4.
       01  fd-alunos-v4.
           05  fd-ind-v4                            pic 9(05).
           05  fd-aluno-v4                          pic x(25).
           05  fd-endereco-v4                       pic x(35).
           05  fd-mae-v4                            pic x(25).
           05  fd-pai-v4                            pic x(25).
           05  fd-tel-v4                            pic x(15).
           05  fd-nota-v4.
               10  fd-nota1-v4                      pic 9(02)v99.
               10  fd-nota2-v4                      pic 9(02)v99.
               10  fd-nota3-v4                      pic 9(02)v99.
               10  fd-nota4-v4                      pic 9(02)v99.
           05  fd-media-v4                          pic 9(02)v99.
           05  fd-situacao-v4                       pic x(12).
           05  fd-cod-turma-v4                      pic 9(03).
           05  fd-exame-final-v4                    pic 9(02)v99.
           05  fd-status-matricula-v4               pic x(01).
           05  fd-status-data-v4                    pic 9(08).
           05  fd-status-motivo-v4                  pic x(30).
           05  fd-resp1-cpf-v4                      pic 9(11).
           05  fd-resp2-cpf-v4                      pic 9(11).

       fd arqBackup
           record contains 288 characters.
       01  fd-alunos-backup                        pic x(288).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAlunoV4                     pic  9(02).
       77  ws-fs-arqBackup                         pic  9(02).

           copy MSGERRO.

           copy ALUNOWS.

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

           open input arqCadAlunoV4
           if ws-fs-arqCadAlunoV4  <> 00
           and ws-fs-arqCadAlunoV4 <> 05 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqCadAlunoV4                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAluno_v4.dat " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqBackup
           if ws-fs-arqBackup <> 00 then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-arqBackup                      to ws-msn-erro-cod
               move "Erro ao abrir arq. BackupAlunos.dat " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fs-arqCadAlunoV4 = 10

               read arqCadAlunoV4 next
               if  ws-fs-arqCadAlunoV4 = 0 then
                   perform converte-registro
                   move ws-alunos       to fd-alunos-backup
                   write fd-alunos-backup
                   if ws-fs-arqBackup <> 0 then
                       move 7                                     to ws-msn-erro-ofsset
                       move ws-fs-arqBackup                       to ws-msn-erro-cod
                       move "Erro ao gravar arq. BackupAlunos.dat " to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       add 1 to ws-total-migrados
                   end-if
               else
                   if ws-fs-arqCadAlunoV4 <> 10 then
                       move 3                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCadAlunoV4                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno_v4.dat "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte um registro do layout de 230 posições (sem os
      *>  dados do censo) para o registro de trabalho no layout atual
      *>  de 288 posições - os dados do censo ficam em branco/zero
      *>------------------------------------------------------------------------
       converte-registro section.

           initialize ws-alunos
           move fd-ind-v4               to ws-ind
           move fd-aluno-v4             to ws-aluno
           move fd-endereco-v4          to ws-endereco
           move fd-mae-v4               to ws-mae
           move fd-pai-v4               to ws-pai
           move fd-tel-v4               to ws-tel
           move fd-nota1-v4             to ws-nota1
           move fd-nota2-v4             to ws-nota2
           move fd-nota3-v4             to ws-nota3
           move fd-nota4-v4             to ws-nota4
           move fd-media-v4             to ws-media
           move fd-situacao-v4          to ws-situacao
           move fd-cod-turma-v4         to ws-cod-turma
           move fd-exame-final-v4       to ws-exame-final
           move fd-status-matricula-v4  to ws-status-matricula
           move fd-status-data-v4       to ws-status-data
           move fd-status-motivo-v4     to ws-status-motivo
           move fd-resp1-cpf-v4         to ws-resp1-cpf
           move fd-resp2-cpf-v4         to ws-resp2-cpf

           .
       converte-registro-exit.
           exit.

       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           close arqCadAlunoV4
           close arqBackup

           display "Alunos migrados: " ws-total-migrados

           Stop run
           .
       finaliza-exit.
           exit.
