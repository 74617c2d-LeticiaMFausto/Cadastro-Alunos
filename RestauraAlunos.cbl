           copy ALUNO.

       fd arqBackup
           record contains 288 characters.
       01  fd-alunos-backup                        pic x(288).

       fd arqControle.
           copy CONTROLE.
