      *>Utilitário de migração única: lê um arqCadAluno.dat gravado no
      *>layout anterior de 163 posições (situação x(10), sem exame
      *>final e sem status de matrícula) e grava cada registro
      *>convertido para o layout atual de 288 posições em
      *>BackupAlunos.dat - mesmo formato produzido por ExportaAlunos.
      *>Depois de rodar este programa, use RestauraAlunos para recriar
      *>o arqCadAluno.dat no layout novo a partir desse backup.
           05  fd-cod-turma-v2                      pic 9(03).

       fd arqBackup
           record contains 288 characters.
       01  fd-alunos-backup                        pic x(288).

      *>----Variaveis de trabalho
       working-storage section.
      *>------------------------------------------------------------------------
      *>  Converte um registro do layout de 163 posições (situação
      *>  x(10), sem exame final e sem status de matrícula) para o
      *>  registro de trabalho no layout atual de 288 posições
      *>------------------------------------------------------------------------
       converte-registro section.

