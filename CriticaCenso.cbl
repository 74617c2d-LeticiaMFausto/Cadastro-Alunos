      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "CriticaCenso".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Critica dos dados do Censo Escolar (Educacenso): percorre
      *>arqCadAluno.dat e lista em CriticaCenso.txt, para cada aluno
      *>com matrícula ativa, cada campo do censo faltando ou
      *>inconsistente - data de nascimento, sexo, cor/raça,
      *>nacionalidade, certidão, ID INEP, deficiência, filiação,
      *>turma/série e idade fora da faixa da série. A secretaria
      *>corrige pela opção 'Al', '7' e roda de novo até o relatorio
      *>sair limpo, antes do prazo do Educacenso; o ExportaCenso não
      *>exporta aluno com pendência obrigatoria.
      *>
      *>A idade é a da data de referência do censo (31/05 do ano
      *>informado); a faixa aceita vai de um ano abaixo da idade
      *>certa para a série (série + 5) até cinco anos acima, para
      *>não listar a distorção idade-série normal da escola.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
           select arqCadAluno assign to "arqCadAluno.dat"
           organization is indexed
           access mode is sequential
           record key is fd-ind
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAluno.

           select arqTurma assign to "arqTurma.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-turma-cod
           file status is ws-fs-arqTurma.

           select arqCritica assign to "CriticaCenso.txt"
           organization is line sequential
           file status is ws-fs-arqCritica.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCadAluno.
           copy ALUNO.

       fd arqTurma.
           copy TURMA.

       fd arqCritica
           record contains 100 characters.
       01  fd-linha-critica                        pic x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadAluno                       pic  9(02).
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqCritica                        pic  9(02).

           copy MSGERRO.

           copy ALUNOWS.

           copy TURMAWS.

       77  ws-ano-censo                            pic 9(04).
       77  ws-ano-corrente                         pic 9(04).
       77  ws-idade                                pic 9(03).
       77  ws-idade-min                            pic 9(03).
       77  ws-idade-max                            pic 9(03).
       77  ws-idade-edt                            pic zz9.
       77  ws-serie-edt                            pic z9.

       77  ws-turma-ok                             pic x(01).
           88  turma-com-serie                     value "S".

       77  ws-pendencia                            pic x(60).
       77  ws-qtd-pend-aluno                       pic 9(02).

       77  ws-total-ativos                         pic 9(05) value 0.
       77  ws-total-com-pend                       pic 9(05) value 0.
       77  ws-total-pendencias                     pic 9(05) value 0.
       77  ws-total-edt                            pic zzzz9.

      *>----Linha de detalhe da critica (uma pendência)
       01  ws-linha-pendencia.
           05  ws-lp-cod                           pic 9(05).
           05  filler                              pic x(02) value space.
           05  ws-lp-nome                          pic x(25).
           05  filler                              pic x(02) value space.
           05  ws-lp-turma                         pic 9(03).
           05  filler                              pic x(02) value space.
           05  ws-lp-pendencia                     pic x(60).

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
               move ws-ano-corrente to ws-ano-censo
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

           open output arqCritica
           if ws-fs-arqCritica <> 00 then
               move 3                                       to ws-msn-erro-ofsset
               move ws-fs-arqCritica                        to ws-msn-erro-cod
               move "Erro ao abrir arq. CriticaCenso.txt "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - um passe por arqCadAluno, só
      *>  matrícula ativa
      *>------------------------------------------------------------------------
       processamento section.

           perform imprime-cabecalho

           perform until ws-fs-arqCadAluno = 10

               read arqCadAluno next
               if  ws-fs-arqCadAluno = 0 then
                   move fd-alunos to ws-alunos
                   if matricula-ativa
                       add 1 to ws-total-ativos
                       perform critica-aluno
                   end-if
               else
                   if ws-fs-arqCadAluno <> 10 then
                       move 4                                   to ws-msn-erro-ofsset
                       move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabeçalho do relatorio
      *>------------------------------------------------------------------------
       imprime-cabecalho section.

           move "===================================================" to fd-linha-critica
           write fd-linha-critica

           move spaces to fd-linha-critica
           string "     CRITICA DOS DADOS DO CENSO ESCOLAR " ws-ano-censo
               delimited by size into fd-linha-critica
           write fd-linha-critica

           move spaces to fd-linha-critica
           string "Emitido em " function current-date (7:2)
                  "/"           function current-date (5:2)
                  "/"           function current-date (1:4)
               delimited by size into fd-linha-critica
           write fd-linha-critica

           move "===================================================" to fd-linha-critica
           write fd-linha-critica

           move "Cod    Aluno                      Tur  Pendencia" to fd-linha-critica
           write fd-linha-critica

           move "---------------------------------------------------" to fd-linha-critica
           write fd-linha-critica

           .
       imprime-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere os dados do censo do aluno corrente (ws-alunos) e
      *>  grava uma linha por pendência encontrada
      *>------------------------------------------------------------------------
       critica-aluno section.

           move 0 to ws-qtd-pend-aluno

           if ws-data-nasc = 0
               move "data de nascimento nao informada" to ws-pendencia
               perform registra-pendencia
           else
               if ws-nasc-ano < 1900 or ws-nasc-ano > ws-ano-corrente
               or ws-nasc-mes < 1 or ws-nasc-mes > 12
               or ws-nasc-dia < 1 or ws-nasc-dia > 31
                   move "data de nascimento invalida" to ws-pendencia
                   perform registra-pendencia
               end-if
           end-if

           if ws-sexo = space
               move "sexo nao informado" to ws-pendencia
               perform registra-pendencia
           else
               if not sexo-valido
                   move "sexo invalido (use M ou F)" to ws-pendencia
                   perform registra-pendencia
               end-if
           end-if

           if ws-cor-raca = space
               move "cor/raca nao informada (0 = nao declarada)" to ws-pendencia
               perform registra-pendencia
           else
               if not cor-raca-valida
                   move "cor/raca invalida" to ws-pendencia
                   perform registra-pendencia
               end-if
           end-if

           if ws-nacionalidade = space
               move "nacionalidade nao informada" to ws-pendencia
               perform registra-pendencia
           else
               if not nacionalidade-valida
                   move "nacionalidade invalida" to ws-pendencia
                   perform registra-pendencia
               end-if
           end-if

      *>Certidão é cobrada do brasileiro; a do modelo atual tem 32
      *>digitos (matricula da certidão)
           if ws-certidao = spaces
               if nacionalidade-brasileira
                   move "certidao de nascimento nao informada" to ws-pendencia
                   perform registra-pendencia
               end-if
           else
               if ws-certidao is not numeric
                   move "certidao fora do modelo de 32 digitos" to ws-pendencia
                   perform registra-pendencia
               end-if
           end-if

           if ws-inep-id = 0
               move "sem ID INEP (aluno novo: conferir no Educacenso)" to ws-pendencia
               perform registra-pendencia
           end-if

           if ws-deficiencia = space
               move "deficiencia nao informada (S/N)" to ws-pendencia
               perform registra-pendencia
           else
               if not deficiencia-valida
                   move "deficiencia invalida (use S ou N)" to ws-pendencia
                   perform registra-pendencia
               else
                   if tem-deficiencia
                       if ws-tipo-deficiencia < 1 or ws-tipo-deficiencia > 9
                           move "tipo de deficiencia nao informado" to ws-pendencia
                           perform registra-pendencia
                       end-if
                   else
                       if ws-tipo-deficiencia <> 0
                           move "tipo de deficiencia para aluno sem deficiencia" to ws-pendencia
                           perform registra-pendencia
                       end-if
                   end-if
               end-if
           end-if

           if ws-mae = spaces
               move "filiacao (nome da mae) nao informada" to ws-pendencia
               perform registra-pendencia
           end-if

           perform critica-turma-idade

           if ws-qtd-pend-aluno > 0
               add 1 to ws-total-com-pend
           end-if

           .
       critica-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Turma/série do aluno corrente e idade na data de referência
      *>  do censo contra a faixa da série
      *>------------------------------------------------------------------------
       critica-turma-idade section.

           move "N" to ws-turma-ok
           if ws-cod-turma = 0
               move "aluno sem turma - matricula nao vai ao censo" to ws-pendencia
               perform registra-pendencia
               exit section
           end-if

           move ws-cod-turma to fd-turma-cod
           read arqTurma
           if ws-fs-arqTurma = 0 then
               move fd-turmas to ws-turmas
               if ws-turma-serie = 0
                   move "turma sem serie cadastrada (etapa do censo)" to ws-pendencia
                   perform registra-pendencia
               else
                   move "S" to ws-turma-ok
               end-if
           else
               if ws-fs-arqTurma = 23 then
                   move "turma do aluno nao cadastrada" to ws-pendencia
                   perform registra-pendencia
               else
                   move 5                                   to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma.dat "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>Sem data valida ou sem série não há idade a conferir - a
      *>pendência já saiu acima
           if not turma-com-serie
           or ws-data-nasc = 0
           or ws-nasc-ano > ws-ano-censo
               exit section
           end-if

           compute ws-idade = ws-ano-censo - ws-nasc-ano
           if ws-nasc-mes > 5
           and ws-idade > 0
               subtract 1 from ws-idade
           end-if

           compute ws-idade-min = ws-turma-serie + 4
           compute ws-idade-max = ws-turma-serie + 10
           if ws-idade < ws-idade-min
           or ws-idade > ws-idade-max
               move ws-idade       to ws-idade-edt
               move ws-turma-serie to ws-serie-edt
               move spaces to ws-pendencia
               string "idade " ws-idade-edt
                      " anos fora da faixa da serie " ws-serie-edt
                   delimited by size into ws-pendencia
               perform registra-pendencia
           end-if

           .
       critica-turma-idade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a pendência em ws-pendencia para o aluno corrente
      *>------------------------------------------------------------------------
       registra-pendencia section.

           move ws-ind       to ws-lp-cod
           move ws-aluno     to ws-lp-nome
           move ws-cod-turma to ws-lp-turma
           move ws-pendencia to ws-lp-pendencia

           move spaces             to fd-linha-critica
           move ws-linha-pendencia to fd-linha-critica
           write fd-linha-critica
           if ws-fs-arqCritica <> 0 then
               move 3                                        to ws-msn-erro-ofsset
               move ws-fs-arqCritica                         to ws-msn-erro-cod
               move "Erro ao gravar arq. CriticaCenso.txt "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-pend-aluno
           add 1 to ws-total-pendencias
           move spaces to ws-pendencia

           .
       registra-pendencia-exit.
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

           move "---------------------------------------------------" to fd-linha-critica
           write fd-linha-critica

           move ws-total-ativos to ws-total-edt
           move spaces to fd-linha-critica
           string "Alunos ativos       : " ws-total-edt
               delimited by size into fd-linha-critica
           write fd-linha-critica

           move ws-total-com-pend to ws-total-edt
           move spaces to fd-linha-critica
           string "Alunos c/ pendencia : " ws-total-edt
               delimited by size into fd-linha-critica
           write fd-linha-critica

           move ws-total-pendencias to ws-total-edt
           move spaces to fd-linha-critica
           string "Pendencias          : " ws-total-edt
               delimited by size into fd-linha-critica
           write fd-linha-critica

           close arqCadAluno
           close arqTurma
           close arqCritica

           display "Alunos ativos      : " ws-total-ativos
           display "Alunos c/ pendência: " ws-total-com-pend
           display "Pendências         : " ws-total-pendencias
           display "Relatorio gerado   : CriticaCenso.txt"

           Stop run
           .
       finaliza-exit.
           exit.
