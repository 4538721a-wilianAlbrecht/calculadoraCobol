       identification division.
       program-id. CALC05.
       environment division.
       data division.
       working-storage section.

           copy CALCCLI.
           copy DFHAID.

       01 ws-encerrar                       pic x(1) value "N".
           88 ws-encerrar-sim                     value "Y".

       01 ws-resp                           pic s9(8) comp value zeros.

       01 ws-funcao                         pic x(1) value spaces.
       01 ws-codigo-cliente                 pic x(8) value spaces.
       01 ws-nome-cliente                   pic x(30) value spaces.
       01 ws-situacao                       pic x(1) value spaces.
       01 ws-data-inicio                    pic 9(8) value zeros.
       01 ws-data-fim                       pic 9(8) value zeros.

       01 ws-chave-busca                    pic x(8) value spaces.

           copy CLIREC.

       linkage section.
       01 dfhcommarea.
           03 comm-filler                   pic x(1).

       procedure division.

       0000-inicio.

           if eibcalen = 0
               perform 1000-tela-inicial
           else
               evaluate true
                   when eibaid = dfhpf3
                       perform 8000-prepara-saida
                   when eibaid = dfhenter
                       perform 2000-recebe-e-efetiva
                   when other
                       perform 7000-tecla-invalida
               end-evaluate
           end-if.

           if ws-encerrar-sim
               exec cics
                   send map('CALCCLI') mapset('CALCSET')
                        from(calcclio) erase
               end-exec

               exec cics
                   return
               end-exec
           else
               exec cics
                   send map('CALCCLI') mapset('CALCSET')
                        from(calcclio) erase
               end-exec

               exec cics
                   return transid('CCLI') commarea(dfhcommarea)
                          length(length of dfhcommarea)
               end-exec
           end-if.

           goback.

       1000-tela-inicial.

           move low-values to calcclio.
           move "INFORME OS DADOS E PRESSIONE ENTER (PF3=SAIR)"
               to climsgo.

       2000-recebe-e-efetiva.

           exec cics
               receive map('CALCCLI') mapset('CALCSET')
                       into(calcclii)
               resp(ws-resp)
           end-exec.

           if ws-resp = dfhresp(normal)
               perform 2100-validar-e-efetivar
           else
               move low-values to calcclio
               move "NENHUM DADO INFORMADO. PREENCHA OS CAMPOS."
                   to climsgo
           end-if.

       2100-validar-e-efetivar.

           move function upper-case(clifuni) to ws-funcao.
           move function upper-case(clicodi) to ws-codigo-cliente.
           move function upper-case(clinomi) to ws-nome-cliente.
           move function upper-case(clisiti) to ws-situacao.
           move spaces to cliinfo climsgo.

           if ws-nome-cliente = low-values
               move spaces to ws-nome-cliente
           end-if.
           if ws-situacao = low-values
               move spaces to ws-situacao
           end-if.

           if clidtii numeric
               move clidtii to ws-data-inicio
           else
               move zeros to ws-data-inicio
           end-if.
           if clidtfi numeric
               move clidtfi to ws-data-fim
           else
               move zeros to ws-data-fim
           end-if.

           evaluate true
               when ws-codigo-cliente = spaces
                 or ws-codigo-cliente = low-values
                   move "INFORME O CODIGO DO CLIENTE."
                       to climsgo
               when ws-situacao not = spaces
                and ws-situacao not = "A"
                and ws-situacao not = "B"
                and ws-situacao not = "E"
                   move "SITUACAO INVALIDA. USE A, B OU E."
                       to climsgo
               when ws-data-fim > zeros
                and ws-data-fim < ws-data-inicio
                   move "VIGENCIA FIM ANTERIOR AO INICIO."
                       to climsgo
               when other
                   evaluate ws-funcao
                       when "I"
                           perform 3000-incluir
                       when "A"
                           perform 4000-alterar
                       when "C"
                           perform 5000-consultar
                       when other
                           move "FUNCAO INVALIDA. USE I, A OU C."
                               to climsgo
                   end-evaluate
           end-evaluate.

       3000-incluir.

           if ws-nome-cliente = spaces
               move "INFORME O NOME DO CLIENTE."
                   to climsgo
           else
               move ws-codigo-cliente to clim-codigo
               move ws-nome-cliente   to clim-nome
               if ws-situacao = spaces
                   move "A"           to clim-situacao
               else
                   move ws-situacao   to clim-situacao
               end-if
               move ws-data-inicio    to clim-data-inicio
               move ws-data-fim       to clim-data-fim
               perform 6000-carimbar-registro

               exec cics
                   write file('CLIMST') from(reg-cli-master)
                         ridfld(clim-codigo)
                   resp(ws-resp)
               end-exec

               evaluate ws-resp
                   when dfhresp(normal)
                       move "CLIENTE INCLUIDO COM SUCESSO."
                           to climsgo
                       perform 6100-mostrar-registro
                   when dfhresp(duprec)
                       move "CLIENTE JA CADASTRADO."
                           to climsgo
                   when other
                       move "ERRO AO GRAVAR CLIENTE.MST."
                           to climsgo
               end-evaluate
           end-if.

       4000-alterar.

           perform 4500-ler-para-atualizar.

           if ws-resp = dfhresp(normal)
               if ws-nome-cliente not = spaces
                   move ws-nome-cliente to clim-nome
               end-if
               if ws-situacao not = spaces
                   move ws-situacao to clim-situacao
               end-if
               if clidtii numeric
                   move ws-data-inicio to clim-data-inicio
               end-if
               if clidtfi numeric
                   move ws-data-fim to clim-data-fim
               end-if
               if clim-data-fim > zeros
                  and clim-data-fim < clim-data-inicio
                   exec cics
                       unlock file('CLIMST') resp(ws-resp)
                   end-exec
                   move "VIGENCIA FIM ANTERIOR AO INICIO."
                       to climsgo
               else
                   perform 6000-carimbar-registro
                   perform 4600-regravar
               end-if
           end-if.

       5000-consultar.

           move ws-codigo-cliente to ws-chave-busca.

           exec cics
               read file('CLIMST') into(reg-cli-master)
                    ridfld(ws-chave-busca)
               resp(ws-resp)
           end-exec.

           evaluate ws-resp
               when dfhresp(normal)
                   move "CLIENTE ENCONTRADO." to climsgo
                   perform 6100-mostrar-registro
               when dfhresp(notfnd)
                   move "CLIENTE NAO ENCONTRADO." to climsgo
               when other
                   move "ERRO AO LER CLIENTE.MST." to climsgo
           end-evaluate.

       4500-ler-para-atualizar.

           move ws-codigo-cliente to ws-chave-busca.

           exec cics
               read file('CLIMST') into(reg-cli-master)
                    ridfld(ws-chave-busca) update
               resp(ws-resp)
           end-exec.

           evaluate ws-resp
               when dfhresp(normal)
                   continue
               when dfhresp(notfnd)
                   move "CLIENTE NAO ENCONTRADO." to climsgo
               when other
                   move "ERRO AO LER CLIENTE.MST." to climsgo
           end-evaluate.

       4600-regravar.

           exec cics
               rewrite file('CLIMST') from(reg-cli-master)
               resp(ws-resp)
           end-exec.

           if ws-resp = dfhresp(normal)
               move "CLIENTE ATUALIZADO COM SUCESSO."
                   to climsgo
               perform 6100-mostrar-registro
           else
               move "ERRO AO REGRAVAR CLIENTE.MST."
                   to climsgo
           end-if.

       6000-carimbar-registro.

           accept clim-data-alteracao from date yyyymmdd.
           accept clim-hora-alteracao from time.

           exec cics
               assign userid(clim-usuario)
           end-exec.

       6100-mostrar-registro.

           move clim-nome        to clinomo.
           move clim-situacao    to clisito.
           move clim-data-inicio to clidtio.
           move clim-data-fim    to clidtfo.

           move spaces to cliinfo.
           string clim-codigo         delimited by size
                  " SITUACAO "        delimited by size
                  clim-situacao       delimited by size
                  " INICIO "          delimited by size
                  clim-data-inicio    delimited by size
                  " FIM "             delimited by size
                  clim-data-fim       delimited by size
                  " USUARIO "         delimited by size
                  clim-usuario        delimited by size
                  into cliinfo
           end-string.

       7000-tecla-invalida.

           move low-values to calcclio.
           move "TECLA INVALIDA. USE ENTER=EFETIVAR OU PF3=SAIR."
               to climsgo.

       8000-prepara-saida.

           set ws-encerrar-sim to true.
           move low-values to calcclio.
           move "ENCERRANDO A MANUTENCAO. ATE LOGO!"
               to climsgo.

       end program CALC05.
