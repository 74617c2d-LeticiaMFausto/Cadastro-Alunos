      *>Utilitário de migração única: lê um arqCadAluno.dat gravado no
      *>layout anterior de 208 posições (sem os vinculos de
      *>responsável) e grava cada registro convertido para o layout
      *>atual de 288 posições em BackupAlunos.dat - mesmo formato
      *>produzido por ExportaAlunos. Depois de rodar este programa,
      *>use RestauraAlunos para recriar o arqCadAluno.dat no layout
      *>novo a partir desse backup e então rode ConverteResponsaveis
           05  fd-status-motivo-v3                  pic x(30).

       fd arqBackup
           record contains 288 characters.
       01  fd-alunos-backup                        pic x(288).

      *>----Variaveis de trabalho
       working-storage section.
      *>------------------------------------------------------------------------
      *>  Converte um registro do layout de 208 posições (sem os
      *>  vinculos de responsável) para o registro de trabalho no
      *>  layout atual de 288 posições - os CPFs ficam zerados
      *>------------------------------------------------------------------------
       converte-registro section.

