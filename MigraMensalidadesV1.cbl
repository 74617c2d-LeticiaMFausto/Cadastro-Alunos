      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "MigraMensalidadesV1".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Utilitário de migração única: lê um arqMensalidade.dat gravado
      *>no layout original de 42 posições (sem valor bruto e sem o
      *>desconto aplicado) e recria o arqMensalidade.dat no layout
      *>atual, registro a registro.
      *>
      *>Na conversão todos os campos existentes são mantidos como
      *>estão; o valor bruto recebe o próprio valor cobrado e o
      *>desconto fica em branco/zero (mensalidade gerada sem
      *>desconto).
      *>
      *>Antes de rodar: renomeie o arqMensalidade.dat antigo para
      *>arqMensalidade_v1.dat (é esse nome que este programa abre).

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
           select arqMensalidadeV1 assign to "arqMensalidade_v1.dat"
           organization is indexed
           access mode is sequential
           record key is fd-mens-chave-v1
           file status is ws-fs-arqMensalidadeV1.

           select arqMensalidade assign to "arqMensalidade.dat"
           organization is indexed
           access mode is sequential
           record key is fd-mens-chave
           file status is ws-fs-arqMensalidade.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqMensalidadeV1.
       01  fd-mensalidades-v1.
           05  fd-mens-chave-v1.
               10  fd-mens-aluno-v1                pic 9(05).
               10  fd-mens-anomes-v1               pic 9(06).
           05  fd-mens-valor-v1                    pic 9(05)v99.
           05  fd-mens-vencimento-v1               pic 9(08).
           05  fd-mens-situacao-v1                 pic x(01).
           05  fd-mens-data-pagto-v1               pic 9(08).
           05  fd-mens-valor-pago-v1               pic 9(05)v99.

       fd arqMensalidade.
           copy MENSALIDADE.

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqMensalidadeV1                  pic  9(02).
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

           open input arqMensalidadeV1
           if ws-fs-arqMensalidadeV1  <> 00
           and ws-fs-arqMensalidadeV1 <> 05 then
               move 1                                           to ws-msn-erro-ofsset
               move ws-fs-arqMensalidadeV1                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMensalidade_v1.dat " to ws-msn-erro-text
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

           perform until ws-fs-arqMensalidadeV1 = 10

               read arqMensalidadeV1 next
               if  ws-fs-arqMensalidadeV1 = 0 then
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
                   if ws-fs-arqMensalidadeV1 <> 10 then
                       move 1                                          to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidadeV1                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqMensalidade_v1.dat "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte um registro do layout de 42 posições para o
      *>  registro de trabalho no layout atual - bruto igual ao valor
      *>  cobrado, sem desconto
      *>------------------------------------------------------------------------
       converte-registro section.

           initialize ws-mensalidades
           move fd-mens-aluno-v1        to ws-mens-aluno
           move fd-mens-anomes-v1       to ws-mens-anomes
           move fd-mens-valor-v1        to ws-mens-valor
           move fd-mens-vencimento-v1   to ws-mens-vencimento
           move fd-mens-situacao-v1     to ws-mens-situacao
           move fd-mens-data-pagto-v1   to ws-mens-data-pagto
           move fd-mens-valor-pago-v1   to ws-mens-valor-pago
           move fd-mens-valor-v1        to ws-mens-valor-bruto
           move space                   to ws-mens-desc-tipo
           move 0                       to ws-mens-desc-perc
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

           close arqMensalidadeV1
           close arqMensalidade

           display "Mensalidades migradas: " ws-total-migrados

           Stop run
           .
       finaliza-exit.
           exit.
