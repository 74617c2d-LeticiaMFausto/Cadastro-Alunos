               10  fd-nota4-v1                      pic 9(02)v99.

       fd arqBackup
           record contains 288 characters.
       01  fd-alunos-backup                        pic x(288).

      *>----Variaveis de trabalho
       working-storage section.
