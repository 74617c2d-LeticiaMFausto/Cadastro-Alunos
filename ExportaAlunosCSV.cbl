           display "Cod. da Turma (000 = todas):"
           accept ws-filtro-turma

           display "Situação Aprovado/AprovDepend/Reprovado/Recuperacao (em branco = todas):"
           accept ws-filtro-situacao

           display "Incluir alunos inativos? 'S' ou 'N':"
