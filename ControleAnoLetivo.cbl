      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "ControleAnoLetivo".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Controle do fechamento do ano letivo. As etapas de virada de
      *>ano têm de rodar nesta ordem, uma vez concluida a anterior:
      *>
      *>  1 ProcessaExameFinal   4 EncerraAnoLetivo (unica)
      *>  2 AtaResultados        5 RematriculaAlunos (unica)
      *>  3 ExportaBase          6 GeraMensalidades
      *>
      *>e cada uma só pode começar com um VerificaBase (etapa 0)
      *>concluido sem ocorrências no mesmo dia - o retorno 8 dele
      *>trava a cadeia. O job jobs/ControleAnoLetivo.sh chama este
      *>programa antes e depois de cada etapa, passando os
      *>parametros pelo ambiente:
      *>
      *>  ACAO=INICIO  ETAPA  ANO_LETIVO [FORCAR=S]
      *>      confere os pre-requisitos da etapa no ano e, se puder
      *>      começar, grava no log (arqExecucao.dat) a execução "em
      *>      andamento" com data/hora de inicio e operador; se não
      *>      puder, grava a tentativa como recusada, com o motivo, e
      *>      termina com retorno 12.
      *>  ACAO=FIM     ETAPA  ANO_LETIVO  RC_ETAPA
      *>      fecha a execução em andamento com data/hora de fim,
      *>      codigo de retorno (zero = concluida, senão falhou) e as
      *>      contagens que a etapa deixou em ContagemEtapa.txt.
      *>  ACAO=STATUS  ANO_LETIVO
      *>      relatorio StatusAnoLetivo_AAAA.txt: onde está o
      *>      fechamento do ano, proxima etapa e todas as execuções.
      *>
      *>Pre-requisito não concluido e VerificaBase sem execução OK no
      *>dia não se contornam. Já as reexecuções - etapa unica já
      *>concluida no ano, etapa anterior a uma já concluida, ou
      *>execução anterior que não terminou - só passam com FORCAR=S
      *>e login de um operador com perfil de administração, e ficam
      *>marcadas como forçadas no log.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
           select arqExecucao assign to "arqExecucao.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-exec-chave
           file status is ws-fs-arqExecucao.

           select arqOperador assign to "arqOperador.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-oper-login
           file status is ws-fs-arqOperador.

           select arqContagem assign to "ContagemEtapa.txt"
           organization is line sequential
           file status is ws-fs-arqContagem.

           select arqRelatorio assign to ws-nome-relatorio
           organization is line sequential
           file status is ws-fs-arqRelatorio.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqExecucao.
           copy EXECUCAO.

       fd arqOperador.
           copy OPERADOR.

       fd arqContagem.
           copy CONTAGEM.

       fd arqRelatorio
           record contains 132 characters.
       01  fd-linha-relatorio                      pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqExecucao                       pic  9(02).
       77  ws-fs-arqOperador                       pic  9(02).
       77  ws-fs-arqContagem                       pic  9(02).
       77  ws-fs-arqRelatorio                      pic  9(02).

           copy MSGERRO.

           copy EXECUCAOWS.

           copy OPERADORWS.

      *>----Parametros recebidos do job pelo ambiente
       77  ws-acao                                 pic x(10).
           88  acao-inicio                         value "INICIO".
           88  acao-fim                            value "FIM".
           88  acao-status                         value "STATUS".
       77  ws-etapa-param                          pic x(20).
       77  ws-ano-param                            pic x(04).
       77  ws-rc-param                             pic x(03).
       77  ws-forcar                               pic x(01).
       77  ws-usuario                              pic x(20).

       77  ws-ano-letivo                           pic 9(04).
       77  ws-retorno                              pic 9(03).
       77  ws-nome-relatorio                       pic x(30).

       01  ws-agora.
           05  ws-agora-data                       pic 9(08).
           05  ws-agora-hora                       pic 9(06).

      *>----Etapas do fechamento, na ordem (indice = codigo + 1), e
      *>----se a etapa é unica no ano (S) ou pode ser repetida (N)
       01  ws-nomes-etapa-lit.
           05  filler                              pic x(20) value "VerificaBase".
           05  filler                              pic x(20) value "ProcessaExameFinal".
           05  filler                              pic x(20) value "AtaResultados".
           05  filler                              pic x(20) value "ExportaBase".
           05  filler                              pic x(20) value "EncerraAnoLetivo".
           05  filler                              pic x(20) value "RematriculaAlunos".
           05  filler                              pic x(20) value "GeraMensalidades".
       01  ws-nomes-etapa redefines ws-nomes-etapa-lit.
           05  ws-te-nome                          pic x(20) occurs 7 times.
       01  ws-etapas-unicas-lit                    pic x(07) value "NNNNSSN".
       01  ws-etapas-unicas redefines ws-etapas-unicas-lit.
           05  ws-te-unica                         pic x(01) occurs 7 times.
       77  ws-e                                    pic 9(01).
       77  ws-etapa                                pic 9(01).

      *>----Situação de cada etapa no ano, apurada do log
       01  ws-situacao-ano.
           05  ws-sa-ent                           occurs 7 times.
               10  ws-sa-ult-seq                   pic 9(03).
               10  ws-sa-concluida                 pic x(01).
               10  ws-sa-conc-seq                  pic 9(03).
               10  ws-sa-exec-seq                  pic 9(03).
               10  ws-sa-situacao                  pic x(01).
               10  ws-sa-retorno                   pic 9(03).
               10  ws-sa-data-inicio               pic 9(08).
               10  ws-sa-hora-inicio               pic 9(06).
               10  ws-sa-data-fim                  pic 9(08).
               10  ws-sa-hora-fim                  pic 9(06).
               10  ws-sa-operador                  pic x(10).
               10  ws-sa-forcada                   pic x(01).

       77  ws-fim-exec                             pic x(01).
           88  fim-execucoes-ano                   value "S".
       77  ws-fim-cont                             pic x(01).
           88  fim-contagens                       value "S".
       77  ws-c                                    pic 9(01).

       77  ws-recusa                               pic x(01).
           88  etapa-recusada                      value "S".
       77  ws-forcavel                             pic x(01).
           88  recusa-forcavel                     value "S".
       77  ws-motivo                               pic x(40).
       77  ws-forcada                              pic x(01).
       77  ws-operador                             pic x(10).
       77  ws-senha-digitada                       pic x(10).
       77  ws-admin-ok                             pic x(01).
           88  administracao-autenticada           value "S".

      *>----Relatorio de situação
       77  ws-sit-descr                            pic x(13).
       77  ws-inicio-edt                           pic x(16).
       77  ws-fim-edt                              pic x(16).
       77  ws-data-edt                             pic x(10).
       77  ws-hora-edt                             pic x(05).
       77  ws-valor-edt                            pic z.zzz.zz9.
       77  ws-proxima                              pic 9(01).
       77  ws-total-execucoes                      pic 9(03) value 0.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - parametros do job e log
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date (1:14) to ws-agora

           move spaces to ws-acao
           accept ws-acao from environment "ACAO"
           move spaces to ws-etapa-param
           accept ws-etapa-param from environment "ETAPA"
           move spaces to ws-ano-param
           accept ws-ano-param from environment "ANO_LETIVO"
           move spaces to ws-rc-param
           accept ws-rc-param from environment "RC_ETAPA"
           move spaces to ws-forcar
           accept ws-forcar from environment "FORCAR"

           move spaces to ws-usuario
           accept ws-usuario from environment "USERNAME"
           if ws-usuario = spaces
               accept ws-usuario from environment "USER"
           end-if
           move ws-usuario to ws-operador

           if not acao-inicio
           and not acao-fim
           and not acao-status
               display "Acao invalida (INICIO, FIM ou STATUS): " ws-acao
               move 16 to return-code
               stop run
           end-if

           if ws-ano-param is not numeric
               display "Ano letivo invalido: " ws-ano-param
               move 16 to return-code
               stop run
           end-if
           move ws-ano-param to ws-ano-letivo
           if ws-ano-letivo < 2000
               display "Ano letivo invalido: " ws-ano-param
               move 16 to return-code
               stop run
           end-if

           if not acao-status
               move 0 to ws-etapa
               perform varying ws-e from 1 by 1 until ws-e > 7
                   if ws-te-nome (ws-e) = ws-etapa-param
                       move ws-e to ws-etapa
                   end-if
               end-perform
               if ws-etapa = 0
                   display "Etapa desconhecida no fechamento do ano letivo: " ws-etapa-param
                   move 16 to return-code
                   stop run
               end-if
           end-if

           move 0 to ws-retorno
           if acao-fim
               if ws-rc-param = spaces
                   display "Codigo de retorno da etapa nao informado (RC_ETAPA)"
                   move 16 to return-code
                   stop run
               end-if
               move function numval (ws-rc-param) to ws-retorno
           end-if

           open i-o arqExecucao
           if ws-fs-arqExecucao  <> 00
           and ws-fs-arqExecucao <> 05 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqExecucao                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqExecucao.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform carrega-situacao-ano

           evaluate true
               when acao-inicio
                   perform inicia-etapa
               when acao-fim
                   perform termina-etapa
               when other
                   perform relata-situacao
           end-evaluate

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situação de cada etapa no ano, a partir do log: ultima
      *>  sequência usada, se já concluiu alguma vez e a ultima
      *>  execução de fato (tentativas recusadas não contam)
      *>------------------------------------------------------------------------
       carrega-situacao-ano section.

           initialize ws-situacao-ano

           move ws-ano-letivo to fd-exec-ano
           move 0             to fd-exec-etapa
           move 0             to fd-exec-seq
           start arqExecucao key is not less fd-exec-chave
           if ws-fs-arqExecucao = 0 then
               move "N" to ws-fim-exec
               perform until fim-execucoes-ano
                   read arqExecucao next
                   if ws-fs-arqExecucao = 0 then
                       if fd-exec-ano = ws-ano-letivo
                           move fd-execucao to ws-execucao
                           perform acumula-execucao
                       else
                           move "S" to ws-fim-exec
                       end-if
                   else
                       if ws-fs-arqExecucao = 10 then
                           move "S" to ws-fim-exec
                       else
                           move 2                                     to ws-msn-erro-ofsset
                           move ws-fs-arqExecucao                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqExecucao.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           else
               if ws-fs-arqExecucao <> 23
               and ws-fs-arqExecucao <> 10 then
                   move 2                                     to ws-msn-erro-ofsset
                   move ws-fs-arqExecucao                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqExecucao.dat "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carrega-situacao-ano-exit.
           exit.

       acumula-execucao section.

           if ws-exec-etapa > 6
               exit section
           end-if
           compute ws-e = ws-exec-etapa + 1

           move ws-exec-seq to ws-sa-ult-seq (ws-e)
           if execucao-recusada
               exit section
           end-if

           move ws-exec-seq         to ws-sa-exec-seq (ws-e)
           move ws-exec-situacao    to ws-sa-situacao (ws-e)
           move ws-exec-retorno     to ws-sa-retorno (ws-e)
           move ws-exec-data-inicio to ws-sa-data-inicio (ws-e)
           move ws-exec-hora-inicio to ws-sa-hora-inicio (ws-e)
           move ws-exec-data-fim    to ws-sa-data-fim (ws-e)
           move ws-exec-hora-fim    to ws-sa-hora-fim (ws-e)
           move ws-exec-operador    to ws-sa-operador (ws-e)
           move ws-exec-forcada     to ws-sa-forcada (ws-e)
           if execucao-concluida
               move "S"         to ws-sa-concluida (ws-e)
               move ws-exec-seq to ws-sa-conc-seq (ws-e)
           end-if

           .
       acumula-execucao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  ACAO=INICIO - libera ou recusa o inicio da etapa
      *>------------------------------------------------------------------------
       inicia-etapa section.

           move "N"    to ws-recusa
           move "N"    to ws-forcavel
           move "N"    to ws-forcada
           move spaces to ws-motivo

           perform confere-pre-requisitos
           if not etapa-recusada
               perform confere-reexecucao
           end-if

           if etapa-recusada
           and recusa-forcavel
               if ws-forcar = "S"
                   display "Etapa " function trim (ws-te-nome (ws-etapa)) ": " ws-motivo
                   perform autentica-administracao
                   if administracao-autenticada
                       move "N" to ws-recusa
                       move "S" to ws-forcada
                   end-if
               end-if
           end-if

           initialize ws-execucao
           move ws-ano-letivo             to ws-exec-ano
           compute ws-exec-etapa = ws-etapa - 1
           compute ws-exec-seq   = ws-sa-ult-seq (ws-etapa) + 1
           move ws-te-nome (ws-etapa)     to ws-exec-nome
           move ws-agora-data             to ws-exec-data-inicio
           move ws-agora-hora             to ws-exec-hora-inicio
           move ws-operador               to ws-exec-operador
           move ws-forcada                to ws-exec-forcada

           if etapa-recusada
               move "R"            to ws-exec-situacao
               move ws-agora-data  to ws-exec-data-fim
               move ws-agora-hora  to ws-exec-hora-fim
               move 12             to ws-exec-retorno
               move ws-motivo      to ws-exec-motivo
           else
               move "E"            to ws-exec-situacao
               if ws-forcada = "S"
                   move ws-motivo  to ws-exec-motivo
               end-if
           end-if

           move ws-execucao to fd-execucao
           write fd-execucao
           if ws-fs-arqExecucao <> 0 then
               move 3                                       to ws-msn-erro-ofsset
               move ws-fs-arqExecucao                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqExecucao.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if etapa-recusada
               display "ETAPA RECUSADA: " function trim (ws-te-nome (ws-etapa))
                       " - ano letivo " ws-ano-letivo
               display "  " ws-motivo
               if recusa-forcavel
                   display "  (reexecucao so com FORCAR=S e login da administracao)"
               end-if
               move 12 to return-code
           else
               display "Etapa " function trim (ws-te-nome (ws-etapa))
                       " liberada - ano letivo " ws-ano-letivo
                       " execucao " ws-exec-seq
               if ws-forcada = "S"
                   display "  (forcada por " ws-operador ")"
               end-if
           end-if

           .
       inicia-etapa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pre-requisitos que não se contornam: VerificaBase concluido
      *>  sem ocorrências hoje e todas as etapas anteriores
      *>  concluidas no ano
      *>------------------------------------------------------------------------
       confere-pre-requisitos section.

           if ws-etapa = 1
               exit section
           end-if

           if ws-sa-situacao (1) <> "C"
           or ws-sa-data-fim (1) <> ws-agora-data
               move "S" to ws-recusa
               if ws-sa-situacao (1) = "F"
                   string "VerificaBase terminou com retorno " ws-sa-retorno (1)
                       delimited by size into ws-motivo
               else
                   move "VerificaBase sem execucao OK hoje" to ws-motivo
               end-if
               exit section
           end-if

           perform varying ws-e from 2 by 1
                   until ws-e >= ws-etapa
                      or etapa-recusada
               if ws-sa-concluida (ws-e) <> "S"
                   move "S" to ws-recusa
                   string "Pendente: " ws-te-nome (ws-e)
                       delimited by size into ws-motivo
               end-if
           end-perform

           .
       confere-pre-requisitos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reexecuções, que só a administração pode forçar: execução
      *>  anterior que não terminou, etapa unica já concluida no ano
      *>  e etapa anterior a uma já concluida
      *>------------------------------------------------------------------------
       confere-reexecucao section.

           if ws-etapa = 1
               exit section
           end-if

           if ws-sa-situacao (ws-etapa) = "E"
               move "S" to ws-recusa
               move "S" to ws-forcavel
               move "Execucao anterior nao terminou" to ws-motivo
               exit section
           end-if

           if ws-te-unica (ws-etapa) = "S"
           and ws-sa-concluida (ws-etapa) = "S"
               move "S" to ws-recusa
               move "S" to ws-forcavel
               move "Etapa unica ja concluida no ano" to ws-motivo
               exit section
           end-if

           compute ws-e = ws-etapa + 1
           perform until ws-e > 7
                      or etapa-recusada
               if ws-sa-concluida (ws-e) = "S"
                   move "S" to ws-recusa
                   move "S" to ws-forcavel
                   string "Ja concluida depois: " ws-te-nome (ws-e)
                       delimited by size into ws-motivo
               end-if
               add 1 to ws-e
           end-perform

           .
       confere-reexecucao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Login de um operador com perfil de administração para
      *>  forçar a reexecução
      *>------------------------------------------------------------------------
       autentica-administracao section.

           move "N" to ws-admin-ok

           open input arqOperador
           if ws-fs-arqOperador <> 00 then
               display "Cadastro de operadores indisponivel - etapa nao pode ser forcada"
               exit section
           end-if

           display "Forcar a etapa exige login da administracao"
           display "Login :"
           accept ws-oper-login
           display "Senha :"
           accept ws-senha-digitada

           move ws-oper-login to fd-oper-login
           read arqOperador
           if ws-fs-arqOperador = 0
           and fd-oper-senha = ws-senha-digitada
               move fd-operadores to ws-operadores
               if perfil-administracao
                   move "S"           to ws-admin-ok
                   move ws-oper-login to ws-operador
               else
                   display "Operador sem perfil de administracao"
               end-if
           else
               display "Login ou senha invalidos"
           end-if

           close arqOperador

           if not administracao-autenticada
               move "Forcamento negado" to ws-motivo
               move "N" to ws-forcavel
           end-if

           .
       autentica-administracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  ACAO=FIM - fecha a execução em andamento da etapa
      *>------------------------------------------------------------------------
       termina-etapa section.

           if ws-sa-situacao (ws-etapa) <> "E"
               display "Nenhuma execucao em andamento de "
                       function trim (ws-te-nome (ws-etapa))
                       " no ano letivo " ws-ano-letivo
               move 16 to return-code
               exit section
           end-if

           move ws-ano-letivo to fd-exec-ano
           compute fd-exec-etapa = ws-etapa - 1
           move ws-sa-exec-seq (ws-etapa) to fd-exec-seq
           read arqExecucao
           if ws-fs-arqExecucao <> 0 then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arqExecucao                     to ws-msn-erro-cod
               move "Erro ao ler arq. arqExecucao.dat "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-agora-data to fd-exec-data-fim
           move ws-agora-hora to fd-exec-hora-fim
           move ws-retorno    to fd-exec-retorno
           if ws-retorno = 0
               move "C" to fd-exec-situacao
           else
               move "F" to fd-exec-situacao
           end-if

           perform le-contagens

           rewrite fd-execucao
           if ws-fs-arqExecucao <> 0 then
               move 3                                       to ws-msn-erro-ofsset
               move ws-fs-arqExecucao                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqExecucao.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-retorno = 0
               display "Etapa " function trim (ws-te-nome (ws-etapa))
                       " concluida - ano letivo " ws-ano-letivo
           else
               display "Etapa " function trim (ws-te-nome (ws-etapa))
                       " FALHOU com retorno " ws-retorno
                       " - ano letivo " ws-ano-letivo
           end-if

           .
       termina-etapa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contagens deixadas pela etapa em ContagemEtapa.txt (etapa que
      *>  terminou anormalmente não deixa nenhuma)
      *>------------------------------------------------------------------------
       le-contagens section.

           open input arqContagem
           if ws-fs-arqContagem = 35 then
               exit section
           end-if
           if ws-fs-arqContagem <> 00 then
               move 4                                        to ws-msn-erro-ofsset
               move ws-fs-arqContagem                        to ws-msn-erro-cod
               move "Erro ao abrir arq. ContagemEtapa.txt "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0   to ws-c
           move "N" to ws-fim-cont
           perform until fim-contagens
                      or ws-c >= 6
               read arqContagem
               if ws-fs-arqContagem = 0 then
                   add 1 to ws-c
                   move fd-cont-rotulo to fd-exec-cont-rotulo (ws-c)
                   move fd-cont-valor  to fd-exec-cont-valor (ws-c)
               else
                   if ws-fs-arqContagem = 10 then
                       move "S" to ws-fim-cont
                   else
                       move 4                                       to ws-msn-erro-ofsset
                       move ws-fs-arqContagem                       to ws-msn-erro-cod
                       move "Erro ao ler arq. ContagemEtapa.txt "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arqContagem

           .
       le-contagens-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  ACAO=STATUS - relatorio de onde está o fechamento do ano
      *>------------------------------------------------------------------------
       relata-situacao section.

           move spaces to ws-nome-relatorio
           string "StatusAnoLetivo_" ws-ano-letivo ".txt"
               delimited by size into ws-nome-relatorio
           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move 5                                      to ws-msn-erro-ofsset
               move ws-fs-arqRelatorio                     to ws-msn-erro-cod
               move "Erro ao abrir arq. StatusAnoLetivo "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-agora-data to ws-exec-data-inicio
           move ws-agora-hora to ws-exec-hora-inicio
           perform edita-inicio

           move "===================================================" to fd-linha-relatorio
           write fd-linha-relatorio
           move spaces to fd-linha-relatorio
           string "   FECHAMENTO DO ANO LETIVO " ws-ano-letivo " - SITUACAO"
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move spaces to fd-linha-relatorio
           string "   Emitido em " ws-inicio-edt
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio
           move "===================================================" to fd-linha-relatorio
           write fd-linha-relatorio
           move spaces to fd-linha-relatorio
           write fd-linha-relatorio

           move "   Etapa                Unica Ult. situacao Inicio           Fim              Ret Operador   Forc."
             to fd-linha-relatorio
           write fd-linha-relatorio

           move 0 to ws-proxima
           perform varying ws-e from 1 by 1 until ws-e > 7
               perform relata-etapa
               if ws-e > 1
               and ws-proxima = 0
               and ws-sa-concluida (ws-e) <> "S"
                   move ws-e to ws-proxima
               end-if
           end-perform

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           move spaces to fd-linha-relatorio
           if ws-proxima = 0
               string "Fechamento do ano letivo " ws-ano-letivo " concluido."
                   delimited by size into fd-linha-relatorio
           else
               string "Proxima etapa: " function trim (ws-te-nome (ws-proxima))
                      " (precedida de VerificaBase sem ocorrencias no dia)"
                   delimited by size into fd-linha-relatorio
           end-if
           write fd-linha-relatorio
           display fd-linha-relatorio

           perform relata-log-execucoes

           close arqRelatorio

           display "Relatorio em " ws-nome-relatorio

           .
       relata-situacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha da etapa ws-e no relatorio, com as contagens da
      *>  ultima execução concluida
      *>------------------------------------------------------------------------
       relata-etapa section.

           evaluate ws-sa-situacao (ws-e)
               when "C"
                   move "concluida"     to ws-sit-descr
               when "F"
                   move "falhou"        to ws-sit-descr
               when "E"
                   move "em execucao"   to ws-sit-descr
               when other
                   move "nao executada" to ws-sit-descr
           end-evaluate

           move spaces to ws-inicio-edt
           move spaces to ws-fim-edt
           if ws-sa-situacao (ws-e) <> space
               move ws-sa-data-inicio (ws-e) to ws-exec-data-inicio
               move ws-sa-hora-inicio (ws-e) to ws-exec-hora-inicio
               perform edita-inicio
               if ws-sa-data-fim (ws-e) <> 0
                   move ws-sa-data-fim (ws-e) to ws-exec-data-fim
                   move ws-sa-hora-fim (ws-e) to ws-exec-hora-fim
                   perform edita-fim
               end-if
           end-if

           compute ws-etapa = ws-e - 1
           move spaces to fd-linha-relatorio
           string ws-etapa "  "
                  ws-te-nome (ws-e) " "
                  ws-te-unica (ws-e) "     "
                  ws-sit-descr " "
                  ws-inicio-edt " "
                  ws-fim-edt " "
               delimited by size into fd-linha-relatorio
           if ws-sa-situacao (ws-e) <> space
               move ws-sa-retorno (ws-e)  to fd-linha-relatorio (79:3)
               move ws-sa-operador (ws-e) to fd-linha-relatorio (83:10)
               move ws-sa-forcada (ws-e)  to fd-linha-relatorio (94:1)
           end-if
           write fd-linha-relatorio

           if ws-sa-concluida (ws-e) = "S"
           and ws-sa-situacao (ws-e) <> "C"
               move "      (concluida em execucao anterior)" to fd-linha-relatorio
               write fd-linha-relatorio
           end-if

           if ws-sa-concluida (ws-e) = "S"
               move ws-ano-letivo            to fd-exec-ano
               compute fd-exec-etapa = ws-e - 1
               move ws-sa-conc-seq (ws-e)    to fd-exec-seq
               read arqExecucao
               if ws-fs-arqExecucao = 0 then
                   perform varying ws-c from 1 by 1 until ws-c > 6
                       if fd-exec-cont-rotulo (ws-c) <> spaces
                           move fd-exec-cont-valor (ws-c) to ws-valor-edt
                           move spaces to fd-linha-relatorio
                           string "      " fd-exec-cont-rotulo (ws-c) ": " ws-valor-edt
                               delimited by size into fd-linha-relatorio
                           write fd-linha-relatorio
                       end-if
                   end-perform
               end-if
           end-if

           .
       relata-etapa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Todas as execuções e tentativas do ano, na ordem do log
      *>------------------------------------------------------------------------
       relata-log-execucoes section.

           move spaces to fd-linha-relatorio
           write fd-linha-relatorio
           move "Log de execucoes do ano (C concluida, F falhou, E em execucao, R recusada):"
             to fd-linha-relatorio
           write fd-linha-relatorio
           move "   Etapa                Seq S Inicio           Fim              Ret Operador   F Motivo"
             to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-ano-letivo to fd-exec-ano
           move 0             to fd-exec-etapa
           move 0             to fd-exec-seq
           start arqExecucao key is not less fd-exec-chave
           if ws-fs-arqExecucao = 0 then
               move "N" to ws-fim-exec
               perform until fim-execucoes-ano
                   read arqExecucao next
                   if ws-fs-arqExecucao = 0 then
                       if fd-exec-ano = ws-ano-letivo
                           move fd-execucao to ws-execucao
                           perform relata-execucao
                       else
                           move "S" to ws-fim-exec
                       end-if
                   else
                       if ws-fs-arqExecucao = 10 then
                           move "S" to ws-fim-exec
                       else
                           move 2                                     to ws-msn-erro-ofsset
                           move ws-fs-arqExecucao                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqExecucao.dat "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           if ws-total-execucoes = 0
               move "(nenhuma execucao registrada)" to fd-linha-relatorio
               write fd-linha-relatorio
           end-if

           .
       relata-log-execucoes-exit.
           exit.

       relata-execucao section.

           add 1 to ws-total-execucoes

           perform edita-inicio
           move spaces to ws-fim-edt
           if ws-exec-data-fim <> 0
               perform edita-fim
           end-if

           move spaces to fd-linha-relatorio
           string ws-exec-etapa "  "
                  ws-exec-nome " "
                  ws-exec-seq " "
                  ws-exec-situacao " "
                  ws-inicio-edt " "
                  ws-fim-edt " "
                  ws-exec-retorno " "
                  ws-exec-operador " "
                  ws-exec-forcada " "
                  ws-exec-motivo
               delimited by size into fd-linha-relatorio
           write fd-linha-relatorio

           .
       relata-execucao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Data e hora de inicio/fim de ws-execucao como DD/MM/AAAA HH:MM
      *>------------------------------------------------------------------------
       edita-inicio section.

           move spaces to ws-inicio-edt
           string ws-exec-data-inicio (7:2) "/" ws-exec-data-inicio (5:2) "/"
                  ws-exec-data-inicio (1:4) " "
                  ws-exec-hora-inicio (1:2) ":" ws-exec-hora-inicio (3:2)
               delimited by size into ws-inicio-edt

           .
       edita-inicio-exit.
           exit.

       edita-fim section.

           move spaces to ws-fim-edt
           string ws-exec-data-fim (7:2) "/" ws-exec-data-fim (5:2) "/"
                  ws-exec-data-fim (1:4) " "
                  ws-exec-hora-fim (1:2) ":" ws-exec-hora-fim (3:2)
               delimited by size into ws-fim-edt

           .
       edita-fim-exit.
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

           close arqExecucao

           Stop run
           .
       finaliza-exit.
           exit.
