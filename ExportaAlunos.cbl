           copy ALUNO.

       fd arqBackup
           record contains 288 characters.
       01  fd-alunos-backup                        pic x(288).

      *>----Variaveis de trabalho
       working-storage section.
