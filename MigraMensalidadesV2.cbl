      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "MigraMensalidadesV2".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Utilitário de migração única: lê um arqMensalidade.dat gravado
      *>no layout de 55 posições (sem a forma de pagamento e sem o
      *>operador da baixa) e recria o arqMensalidade.dat no layout
      *>atual, registro a registro.
      *>
      *>Na conversão todos os campos existentes são mantidos como
      *>estão; a forma de pagamento e o operador ficam em branco -
      *>as baixas anteriores não registravam nenhum dos dois, e o
      *>fechamento de caixa as mostra como forma "não informada".
      *>
      *>Antes de rodar: renomeie o arqMensalidade.dat antigo para
      *>arqMensalidade_v2.dat (é esse nome que este programa abre).

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
           select arqMensalidadeV2 assign to "arqMensalidade_v2.dat"
           organization is indexed
           access mode is sequential
           record key is fd-mens-chave-v2
           file status is ws-fs-arqMensalidadeV2.

           select arqMensalidade assign to "arqMensalidade.dat"
           organization is indexed
           access mode is sequential
           record key is fd-mens-chave
           file status is ws-fs-arqMensalidade.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqMensalidadeV2.
       01  fd-mensalidades-v2.
           05  fd-mens-chave-v2.
               10  fd-mens-aluno-v2                pic 9(05).
               10  fd-mens-anomes-v2               pic 9(06).
           05  fd-mens-valor-v2                    pic 9(05)v99.
           05  fd-mens-vencimento-v2               pic 9(08).
           05  fd-mens-situacao-v2                 pic x(01).
           05  fd-mens-data-pagto-v2               pic 9(08).
           05  fd-mens-valor-pago-v2               pic 9(05)v99.
           05  fd-mens-valor-bruto-v2              pic 9(05)v99.
           05  fd-mens-desc-tipo-v2                pic x(01).
           05  fd-mens-desc-perc-v2                pic 9(03)v99.

       fd arqMensalidade.
           copy MENSALIDADE.

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqMensalidadeV2                  pic  9(02).
       77  ws-fs-arqMensalidade                    pic  9(02).

           copy MSGERRO.

           copy MENSALIDADEWS.

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

           open input arqMensalidadeV2
           if ws-fs-arqMensalidadeV2  <> 00
           and ws-fs-arqMensalidadeV2 <> 05 then
               move 1                                           to ws-msn-erro-ofsset
               move ws-fs-arqMensalidadeV2                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMensalidade_v2.dat " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqMensalidade
           if ws-fs-arqMensalidade <> 00 then
               move 2                                         to ws-msn-erro-ofsset
               move ws-fs-arqMensalidade                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMensalidade.dat "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fs-arqMensalidadeV2 = 10

               read arqMensalidadeV2 next
               if  ws-fs-arqMensalidadeV2 = 0 then
                   perform converte-registro
                   move ws-mensalidades to fd-mensalidades
                   write fd-mensalidades
                   if ws-fs-arqMensalidade <> 0 then
                       move 2                                          to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidade                       to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqMensalidade.dat "  to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       add 1 to ws-total-migrados
                   end-if
               else
                   if ws-fs-arqMensalidadeV2 <> 10 then
                       move 1                                          to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidadeV2                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqMensalidade_v2.dat "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte um registro do layout de 55 posições para o
      *>  registro de trabalho no layout atual - sem forma de
      *>  pagamento e sem operador da baixa
      *>------------------------------------------------------------------------
       converte-registro section.

           initialize ws-mensalidades
           move fd-mens-aluno-v2        to ws-mens-aluno
           move fd-mens-anomes-v2       to ws-mens-anomes
           move fd-mens-valor-v2        to ws-mens-valor
           move fd-mens-vencimento-v2   to ws-mens-vencimento
           move fd-mens-situacao-v2     to ws-mens-situacao
           move fd-mens-data-pagto-v2   to ws-mens-data-pagto
           move fd-mens-valor-pago-v2   to ws-mens-valor-pago
           move fd-mens-valor-bruto-v2  to ws-mens-valor-bruto
           move fd-mens-desc-tipo-v2    to ws-mens-desc-tipo
           move fd-mens-desc-perc-v2    to ws-mens-desc-perc
           move space                   to ws-mens-forma-pagto
           move spaces                  to ws-mens-oper-pagto

           .
       converte-registro-exit.
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

           close arqMensalidadeV2
           close arqMensalidade

           display "Mensalidades migradas: " ws-total-migrados

           Stop run
           .
       finaliza-exit.
           exit.
