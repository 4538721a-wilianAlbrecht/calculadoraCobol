                       perform 2000-iniciar-execucao
                   when "F"
                       perform 3000-finalizar-execucao
                   when "U"
                       perform 4000-localizar-ultimo-fluxo
                   when "S"
                       perform 5000-localizar-passo
                   when "R"
                       perform 6000-reabrir-execucao
                   when "L"
                       perform 6500-ler-execucao
                   when "E"
                       perform 6600-estornar-execucao
                   when other
                       move "99" to run-com-status
               end-evaluate
               if not ws-fim-arquivo-sim
                   if run-programa = run-com-programa
                          and run-situacao = "A"
                          and run-tipo not = "F"
                          and run-tipo not = "P"
                       move "S" to run-com-aberta
                       move run-data to run-com-data
                       move run-hora to run-com-hora
           move "N" to ws-fim-gravacao.

           perform until ws-fim-gravacao-sim
               move spaces           to reg-run-control
               move run-com-data     to run-data
               move run-com-hora     to run-hora
               move run-com-programa to run-programa
               move zeros to run-fim-data run-fim-hora
                             run-qtd-lidos run-qtd-calculados
                             run-qtd-rejeitados run-retorno
               perform 2100-identificar-tipo
               write reg-run-control
                   invalid key
                       continue
               end-evaluate
           end-perform.

      *    Execucoes de fluxo (F) e de passo (P) guardam a que
      *    instancia de fluxo pertencem. Simulacoes ficam com tipo S;
      *    as demais ficam em branco.
       2100-identificar-tipo.

           evaluate run-com-tipo
               when "F"
                   move "F"              to run-tipo
                   move run-com-programa to run-fluxo
                   move run-com-data     to run-fluxo-data
                   move run-com-hora     to run-fluxo-hora
               when "P"
                   move "P"                to run-tipo
                   move run-com-fluxo      to run-fluxo
                   move run-com-fluxo-data to run-fluxo-data
                   move run-com-fluxo-hora to run-fluxo-hora
               when "S"
                   move "S" to run-tipo
                   move zeros to run-fluxo-data run-fluxo-hora
               when other
                   move space to run-tipo
                   move zeros to run-fluxo-data run-fluxo-hora
           end-evaluate.

       3000-finalizar-execucao.

           move run-com-data     to run-data.

           if ws-fs-run-control = "00"
               move "E" to run-situacao
               if (run-tipo = "F" or run-tipo = "P")
                  and run-com-situacao = "X"
                   move "X" to run-situacao
               end-if
               accept run-fim-data from date yyyymmdd
               accept run-fim-hora from time
               move run-com-qtd-lidos      to run-qtd-lidos
               end-rewrite
           end-if.

      *    Ultima instancia do fluxo informado em run-com-programa.
       4000-localizar-ultimo-fluxo.

           move "23" to run-com-status.
           move "N"  to run-com-aberta.
           move "N"  to ws-fim-arquivo.

           move low-values to run-chave.
           start arq-run-control key >= run-chave
               invalid key
                   set ws-fim-arquivo-sim to true
           end-start.

           perform until ws-fim-arquivo-sim
               read arq-run-control next
                   at end
                       set ws-fim-arquivo-sim to true
               end-read
               if not ws-fim-arquivo-sim
                  and ws-fs-run-control not = "00"
                   set ws-fim-arquivo-sim to true
               end-if
               if not ws-fim-arquivo-sim
                   if run-programa = run-com-programa
                          and run-tipo = "F"
                       perform 7000-devolver-registro
                   end-if
               end-if
           end-perform.

      *    Ultima execucao do passo run-com-programa dentro da
      *    instancia de fluxo run-com-fluxo/-data/-hora.
       5000-localizar-passo.

           move "23" to run-com-status.
           move "N"  to run-com-aberta.
           move "N"  to ws-fim-arquivo.

           move run-com-fluxo-data to run-data.
           move run-com-fluxo-hora to run-hora.
           move low-values         to run-programa.
           start arq-run-control key >= run-chave
               invalid key
                   set ws-fim-arquivo-sim to true
           end-start.

           perform until ws-fim-arquivo-sim
               read arq-run-control next
                   at end
                       set ws-fim-arquivo-sim to true
               end-read
               if not ws-fim-arquivo-sim
                  and ws-fs-run-control not = "00"
                   set ws-fim-arquivo-sim to true
               end-if
               if not ws-fim-arquivo-sim
                   if run-programa = run-com-programa
                          and run-tipo = "P"
                          and run-fluxo = run-com-fluxo
                          and run-fluxo-data = run-com-fluxo-data
                          and run-fluxo-hora = run-com-fluxo-hora
                       perform 7000-devolver-registro
                   end-if
               end-if
           end-perform.

       6000-reabrir-execucao.

           move run-com-data     to run-data.
           move run-com-hora     to run-hora.
           move run-com-programa to run-programa.

           read arq-run-control
               invalid key
                   move ws-fs-run-control to run-com-status
           end-read.

           if ws-fs-run-control = "00"
               move "A" to run-situacao
               move zeros to run-fim-data run-fim-hora run-retorno
               rewrite reg-run-control
                   invalid key
                       move ws-fs-run-control to run-com-status
               end-rewrite
           end-if.

      *    Devolve a execucao de chave run-com-data/-hora/-programa,
      *    com as quantidades gravadas no encerramento.
       6500-ler-execucao.

           move run-com-data     to run-data.
           move run-com-hora     to run-hora.
           move run-com-programa to run-programa.

           read arq-run-control
               invalid key
                   move ws-fs-run-control to run-com-status
           end-read.

           if ws-fs-run-control = "00"
               perform 7000-devolver-registro
               move run-tipo           to run-com-tipo
               move run-qtd-lidos      to run-com-qtd-lidos
               move run-qtd-calculados to run-com-qtd-calculados
               move run-qtd-rejeitados to run-com-qtd-rejeitados
           end-if.

      *    Marca como estornada (situacao R) a execucao de chave
      *    run-com-data/-hora/-programa; as datas e quantidades
      *    originais sao mantidas.
       6600-estornar-execucao.

           move run-com-data     to run-data.
           move run-com-hora     to run-hora.
           move run-com-programa to run-programa.

           read arq-run-control
               invalid key
                   move ws-fs-run-control to run-com-status
           end-read.

           if ws-fs-run-control = "00"
               move "R" to run-situacao
               rewrite reg-run-control
                   invalid key
                       move ws-fs-run-control to run-com-status
               end-rewrite
           end-if.

       7000-devolver-registro.

           move "00"           to run-com-status.
           move run-data       to run-com-data.
           move run-hora       to run-com-hora.
           move run-situacao   to run-com-situacao.
           move run-retorno    to run-com-retorno.
           move run-fim-data   to run-com-fim-data.
           move run-fim-hora   to run-com-fim-hora.
           if run-situacao = "A"
               move "S" to run-com-aberta
           else
               move "N" to run-com-aberta
           end-if.

       end program RUNCTL.
