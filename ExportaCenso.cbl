      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "ExportaCenso".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Exportação anual do Censo Escolar (Educacenso): grava
      *>Educacenso_AAAA.txt no leiaute de migração do INEP - campos
      *>separados por "|", um registro por linha, na ordem que o
      *>sistema do INEP importa:
      *>
      *>  00  identificação da escola (cod. INEP da escola e ano)
      *>  20  uma linha por turma com série cadastrada (etapa de
      *>      ensino e horario pelo turno)
      *>  30  uma linha por aluno (pessoa fisica): nome, nascimento,
      *>      filiação, sexo, cor/raça, nacionalidade, deficiência e
      *>      certidão
      *>  60  uma linha por matrícula (aluno x turma)
      *>  99  fim do arquivo
      *>
      *>Vão para o censo os alunos com matrícula ativa e turma.
      *>Aluno com dado obrigatorio faltando ou invalido (nascimento,
      *>sexo, cor/raça, nacionalidade, deficiência, turma sem série)
      *>não é exportado - sai na tela e no total de pulados; o
      *>CriticaCenso lista o que falta. Campos que o cadastro não tem
      *>(CPF, codigos INEP de turma e matrícula) vão vazios para o
      *>preenchimento do proprio sistema do INEP.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
           select arqCadAluno assign to "arqCadAluno.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-ind
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select arqTurma assign to "arqTurma.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-turma-cod
           file status is ws-fs-arqTurma.

           select arqCenso assign to ws-nome-censo
           organization is line sequential
           file status is ws-fs-arqCenso.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCadAluno.
           copy ALUNO.

       fd arqTurma.
           copy TURMA.

       fd arqCenso
           record contains 400 characters.
       01  fd-linha-censo                          pic x(400).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAluno                       pic  9(02).
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqCenso                          pic  9(02).

           copy MSGERRO.

           copy ALUNOWS.

           copy TURMAWS.

       77  ws-nome-censo                           pic x(30).
       77  ws-ano-censo                            pic 9(04).
       77  ws-ano-corrente                         pic 9(04).
       77  ws-inep-escola                          pic 9(08).

       77  ws-aluno-ok                             pic x(01).
           88  aluno-exportavel                    value "S".
       77  ws-passe                                pic x(01).
           88  passe-pessoas                       value "P".
           88  passe-matriculas                    value "M".

      *>----Campos montados para a linha do censo
       77  ws-cs-inep-id                           pic x(12).
       77  ws-cs-data-nasc                         pic x(10).
       77  ws-cs-filiacao                          pic x(01).
       77  ws-cs-sexo                              pic x(01).
       77  ws-cs-pais                              pic x(03).
       77  ws-cs-deficiencia                       pic x(01).
       77  ws-cs-horario                           pic x(11).
       77  ws-cs-etapa                             pic 9(02).

      *>----Tipos de deficiência: uma coluna 0/1 por tipo da tabela
      *>----do INEP, na ordem de ALUNO.cpy
       01  ws-cs-tipos-def.
           05  ws-cs-tipo-def                      pic x(01) occurs 9.
       77  ws-td                                   pic 9(02).

      *>----Etapa de ensino do INEP por série (01 a 09 = 1º ao 9º
      *>----ano do fundamental, 10 a 12 = 1ª a 3ª série do médio)
       01  ws-tab-etapas-valores.
           05  filler                              pic x(24)
               value "141516171819202141252627".
       01  ws-tab-etapas redefines ws-tab-etapas-valores.
           05  ws-etapa-serie                      pic 9(02) occurs 12.

       77  ws-total-turmas                         pic 9(03) value 0.
       77  ws-total-turmas-sem-serie               pic 9(03) value 0.
       77  ws-total-alunos                         pic 9(05) value 0.
       77  ws-total-matriculas                     pic 9(05) value 0.
       77  ws-total-pulados                        pic 9(05) value 0.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date (1:4) to ws-ano-corrente
           display "Ano do censo (ex: 2026):"
           accept ws-ano-censo
           if ws-ano-censo = 0
               display "Ano do censo invalido - exportação cancelada"
               move 16 to return-code
               stop run
           end-if

           display "Codigo INEP da escola (8 digitos):"
           accept ws-inep-escola
           if ws-inep-escola = 0
               display "Codigo INEP da escola invalido - exportação cancelada"
               move 16 to return-code
               stop run
           end-if

           open input arqCadAluno
           if ws-fs-arqCadAluno  <> 00
           and ws-fs-arqCadAluno <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAluno "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurma
           if ws-fs-arqTurma  <> 00
           and ws-fs-arqTurma <> 05 then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-arqTurma                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurma.dat "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-nome-censo
           string "Educacenso_" ws-ano-censo ".txt"
               delimited by size into ws-nome-censo

           open output arqCenso
           if ws-fs-arqCenso <> 00 then
               move 3                                    to ws-msn-erro-ofsset
               move ws-fs-arqCenso                       to ws-msn-erro-cod
               move "Erro ao abrir arq. do censo "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - registro 00, turmas (20), alunos
      *>  (30), matrículas (60) e o 99 de fim
      *>------------------------------------------------------------------------
       processamento section.

           move spaces to fd-linha-censo
           string "00|" ws-inep-escola "|" ws-ano-censo "|"
               delimited by size into fd-linha-censo
           perform grava-linha-censo

           perform exporta-turmas

           move "P" to ws-passe
           perform exporta-alunos

           move "M" to ws-passe
           perform exporta-alunos

           move "99|" to fd-linha-censo
           perform grava-linha-censo

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registro 20 - uma linha por turma com série cadastrada
      *>------------------------------------------------------------------------
       exporta-turmas section.

           move 0 to fd-turma-cod
           start arqTurma key is not less fd-turma-cod
           if ws-fs-arqTurma = 0 then
               perform until ws-fs-arqTurma = 10
                   read arqTurma next
                   if ws-fs-arqTurma = 0 then
                       move fd-turmas to ws-turmas
                       if ws-turma-serie >= 1 and ws-turma-serie <= 12
                           perform grava-turma-censo
                       else
                           add 1 to ws-total-turmas-sem-serie
                           display "Turma " ws-turma-cod " sem série - fora do censo"
                       end-if
                   else
                       if ws-fs-arqTurma <> 10 then
                           move 4                                 to ws-msn-erro-ofsset
                           move ws-fs-arqTurma                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTurma.dat "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqTurma <> 23
               and ws-fs-arqTurma <> 10 then
                   move 4                                 to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       exporta-turmas-exit.
           exit.

       grava-turma-censo section.

           move ws-etapa-serie (ws-turma-serie) to ws-cs-etapa

           evaluate ws-turma-turno
               when "M"
                   move "07|00|11|30" to ws-cs-horario
               when "T"
                   move "13|00|17|30" to ws-cs-horario
               when "N"
                   move "19|00|22|30" to ws-cs-horario
               when other
                   move "|||"         to ws-cs-horario
           end-evaluate

           move spaces to fd-linha-censo
           string "20|"                           delimited by size
                  ws-inep-escola                  delimited by size
                  "|"                             delimited by size
                  ws-turma-cod                    delimited by size
                  "||"                            delimited by size
                  function trim (ws-turma-nome)   delimited by size
                  "|1|"                           delimited by size
                  function trim (ws-cs-horario)   delimited by size
                  "|"                             delimited by size
                  ws-cs-etapa                     delimited by size
                  "|"                             delimited by size
               into fd-linha-censo
           perform grava-linha-censo

           add 1 to ws-total-turmas

           .
       grava-turma-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um passe por arqCadAluno: no passe de pessoas grava o
      *>  registro 30 de cada aluno exportavel, no de matrículas o 60
      *>------------------------------------------------------------------------
       exporta-alunos section.

           move 0 to fd-ind
           start arqCadAluno key is not less fd-ind
           if ws-fs-arqCadAluno = 0 then
               perform until ws-fs-arqCadAluno = 10
                   read arqCadAluno next
                   if ws-fs-arqCadAluno = 0 then
                       move fd-alunos to ws-alunos
                       if matricula-ativa
                       and ws-cod-turma <> 0
                           perform verifica-aluno-exportavel
                           if aluno-exportavel
                               if passe-pessoas
                                   perform grava-pessoa-censo
                               else
                                   perform grava-matricula-censo
                               end-if
                           else
                               if passe-pessoas
                                   add 1 to ws-total-pulados
                                   display "Aluno " ws-ind " pulado - dados do censo incompletos"
                               end-if
                           end-if
                       end-if
                   else
                       if ws-fs-arqCadAluno <> 10 then
                           move 5                                   to ws-msn-erro-ofsset
                           move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqCadAluno <> 23
               and ws-fs-arqCadAluno <> 10 then
                   move 5                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       exporta-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dados obrigatorios do censo do aluno corrente (ws-alunos) e
      *>  série da turma - ws-turmas fica com a turma do aluno
      *>------------------------------------------------------------------------
       verifica-aluno-exportavel section.

           move "N" to ws-aluno-ok

           if ws-data-nasc = 0
           or ws-nasc-ano < 1900 or ws-nasc-ano > ws-ano-corrente
           or ws-nasc-mes < 1 or ws-nasc-mes > 12
           or ws-nasc-dia < 1 or ws-nasc-dia > 31
               exit section
           end-if

           if not sexo-valido
           or not cor-raca-valida
           or not nacionalidade-valida
           or not deficiencia-valida
               exit section
           end-if

           if tem-deficiencia
           and (ws-tipo-deficiencia < 1 or ws-tipo-deficiencia > 9)
               exit section
           end-if

           move ws-cod-turma to fd-turma-cod
           read arqTurma
           if ws-fs-arqTurma = 0 then
               move fd-turmas to ws-turmas
           else
               if ws-fs-arqTurma = 23 then
                   exit section
               else
                   move 4                                 to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma.dat "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-turma-serie < 1 or ws-turma-serie > 12
               exit section
           end-if

           move "S" to ws-aluno-ok

           .
       verifica-aluno-exportavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registro 30 - pessoa fisica (aluno corrente)
      *>------------------------------------------------------------------------
       grava-pessoa-censo section.

           perform monta-inep-id

           move spaces to ws-cs-data-nasc
           string ws-nasc-dia "/" ws-nasc-mes "/" ws-nasc-ano
               delimited by size into ws-cs-data-nasc

           if ws-mae = spaces and ws-pai = spaces
               move "0" to ws-cs-filiacao
           else
               move "1" to ws-cs-filiacao
           end-if

           if ws-sexo = "M"
               move "1" to ws-cs-sexo
           else
               move "2" to ws-cs-sexo
           end-if

      *>País de nacionalidade: Brasil (76) para brasileiro e
      *>naturalizado; estrangeiro fica para o INEP
           if ws-nacionalidade = "3"
               move spaces to ws-cs-pais
           else
               move "76"   to ws-cs-pais
           end-if

           move all "0" to ws-cs-tipos-def
           if tem-deficiencia
               move "1" to ws-cs-deficiencia
               move ws-tipo-deficiencia to ws-td
               move "1" to ws-cs-tipo-def (ws-td)
           else
               move "0" to ws-cs-deficiencia
           end-if

           move spaces to fd-linha-censo
           string "30|"                           delimited by size
                  ws-inep-escola                  delimited by size
                  "|"                             delimited by size
                  ws-ind                          delimited by size
                  "|"                             delimited by size
                  function trim (ws-cs-inep-id)   delimited by size
                  "||"                            delimited by size
                  function trim (ws-aluno)        delimited by size
                  "|"                             delimited by size
                  ws-cs-data-nasc                 delimited by size
                  "|"                             delimited by size
                  ws-cs-filiacao                  delimited by size
                  "|"                             delimited by size
                  function trim (ws-mae)          delimited by size
                  "|"                             delimited by size
                  function trim (ws-pai)          delimited by size
                  "|"                             delimited by size
                  ws-cs-sexo                      delimited by size
                  "|"                             delimited by size
                  ws-cor-raca                     delimited by size
                  "|"                             delimited by size
                  ws-nacionalidade                delimited by size
                  "|"                             delimited by size
                  function trim (ws-cs-pais)      delimited by size
                  "|"                             delimited by size
                  ws-cs-deficiencia               delimited by size
                  "|"                             delimited by size
                  ws-cs-tipo-def (1) "|" ws-cs-tipo-def (2) "|"
                  ws-cs-tipo-def (3) "|" ws-cs-tipo-def (4) "|"
                  ws-cs-tipo-def (5) "|" ws-cs-tipo-def (6) "|"
                  ws-cs-tipo-def (7) "|" ws-cs-tipo-def (8) "|"
                  ws-cs-tipo-def (9) "|"          delimited by size
                  function trim (ws-certidao)     delimited by size
                  "|"                             delimited by size
               into fd-linha-censo
           perform grava-linha-censo

           add 1 to ws-total-alunos

           .
       grava-pessoa-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registro 60 - matrícula do aluno corrente na turma
      *>------------------------------------------------------------------------
       grava-matricula-censo section.

           perform monta-inep-id
           move ws-etapa-serie (ws-turma-serie) to ws-cs-etapa

           move spaces to fd-linha-censo
           string "60|"                           delimited by size
                  ws-inep-escola                  delimited by size
                  "|"                             delimited by size
                  ws-ind                          delimited by size
                  "|"                             delimited by size
                  function trim (ws-cs-inep-id)   delimited by size
                  "|"                             delimited by size
                  ws-cod-turma                    delimited by size
                  "|||"                           delimited by size
                  ws-cs-etapa                     delimited by size
                  "|"                             delimited by size
               into fd-linha-censo
           perform grava-linha-censo

           add 1 to ws-total-matriculas

           .
       grava-matricula-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  ID INEP do aluno - vazio quando ainda não tem (aluno novo)
      *>------------------------------------------------------------------------
       monta-inep-id section.

           if ws-inep-id = 0
               move spaces     to ws-cs-inep-id
           else
               move ws-inep-id to ws-cs-inep-id
           end-if

           .
       monta-inep-id-exit.
           exit.

       grava-linha-censo section.

           write fd-linha-censo
           if ws-fs-arqCenso <> 0 then
               move 3                                    to ws-msn-erro-ofsset
               move ws-fs-arqCenso                       to ws-msn-erro-cod
               move "Erro ao gravar arq. do censo "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       grava-linha-censo-exit.
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

           close arqCadAluno
           close arqTurma
           close arqCenso

           display "Arquivo gerado      : " ws-nome-censo
           display "Turmas exportadas   : " ws-total-turmas
           display "Turmas sem série    : " ws-total-turmas-sem-serie
           display "Alunos exportados   : " ws-total-alunos
           display "Matrículas          : " ws-total-matriculas
           display "Alunos pulados      : " ws-total-pulados
           if ws-total-pulados > 0
               display "Rode o CriticaCenso e complete os dados pela opção 'Al', '7'"
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
