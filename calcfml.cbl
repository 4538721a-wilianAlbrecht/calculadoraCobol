       identification division.
       program-id. CALC06.
       environment division.
       data division.
       working-storage section.

           copy CALCFML.
           copy DFHAID.

       01 ws-encerrar                       pic x(1) value "N".
           88 ws-encerrar-sim                     value "Y".

       01 ws-resp                           pic s9(8) comp value zeros.

       01 ws-funcao                         pic x(1) value spaces.
       01 ws-formula-id                     pic x(8) value spaces.
       01 ws-descricao                      pic x(30) value spaces.
       01 ws-expressao                      pic x(60) value spaces.
       01 ws-responsavel                    pic x(8) value spaces.

       01 ws-chave-busca                    pic x(8) value spaces.

           copy FMLREC.

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
                   send map('CALCFML') mapset('CALCSET')
                        from(calcfmlo) erase
               end-exec

               exec cics
                   return
               end-exec
           else
               exec cics
                   send map('CALCFML') mapset('CALCSET')
                        from(calcfmlo) erase
               end-exec

               exec cics
                   return transid('CFML') commarea(dfhcommarea)
                          length(length of dfhcommarea)
               end-exec
           end-if.

           goback.

       1000-tela-inicial.

           move low-values to calcfmlo.
           move "INFORME OS DADOS E PRESSIONE ENTER (PF3=SAIR)"
               to fmlmsgo.

       2000-recebe-e-efetiva.

           exec cics
               receive map('CALCFML') mapset('CALCSET')
                       into(calcfmli)
               resp(ws-resp)
           end-exec.

           if ws-resp = dfhresp(normal)
               perform 2100-validar-e-efetivar
           else
               move low-values to calcfmlo
               move "NENHUM DADO INFORMADO. PREENCHA OS CAMPOS."
                   to fmlmsgo
           end-if.

       2100-validar-e-efetivar.

           move function upper-case(fmlfuni) to ws-funcao.
           move function upper-case(fmlcodi) to ws-formula-id.
           move function upper-case(fmldsci) to ws-descricao.
           move function upper-case(fmlexpi) to ws-expressao.
           move function upper-case(fmlrspi) to ws-responsavel.
           move spaces to fmlinfo fmlmsgo.

           if ws-descricao = low-values
               move spaces to ws-descricao
           end-if.
           if ws-expressao = low-values
               move spaces to ws-expressao
           end-if.
           if ws-responsavel = low-values
               move spaces to ws-responsavel
           end-if.

           evaluate true
               when ws-formula-id = spaces
                 or ws-formula-id = low-values
                   move "INFORME O ID DA FORMULA."
                       to fmlmsgo
               when ws-formula-id(1:1) = "@"
                   move "INFORME O ID SEM O PREFIXO @."
                       to fmlmsgo
               when ws-expressao(1:1) = "@"
                   move "A EXPRESSAO NAO PODE REFERENCIAR OUTRO ID."
                       to fmlmsgo
               when other
                   evaluate ws-funcao
                       when "I"
                           perform 3000-incluir
                       when "A"
                           perform 4000-alterar
                       when "R"
                           perform 5000-retirar
                       when "C"
                           perform 5500-consultar
                       when other
                           move "FUNCAO INVALIDA. USE I, A, R OU C."
                               to fmlmsgo
                   end-evaluate
           end-evaluate.

       3000-incluir.

           if ws-expressao = spaces
              or ws-descricao = spaces
               move "INFORME A DESCRICAO E A EXPRESSAO."
                   to fmlmsgo
           else
               move ws-formula-id   to fmlm-id
               move ws-descricao    to fmlm-descricao
               move ws-expressao    to fmlm-expressao
               move ws-responsavel  to fmlm-responsavel
               move 1               to fmlm-versao
               move "A"             to fmlm-situacao
               perform 6000-carimbar-registro
               if fmlm-responsavel = spaces
                   move fmlm-usuario to fmlm-responsavel
               end-if

               exec cics
                   write file('FMLMST') from(reg-fml-master)
                         ridfld(fmlm-id)
                   resp(ws-resp)
               end-exec

               evaluate ws-resp
                   when dfhresp(normal)
                       move "FORMULA INCLUIDA COM SUCESSO. VERSAO 001."
                           to fmlmsgo
                       perform 6100-mostrar-registro
                   when dfhresp(duprec)
                       move "FORMULA JA CADASTRADA."
                           to fmlmsgo
                   when other
                       move "ERRO AO GRAVAR FORMULA.MST."
                           to fmlmsgo
               end-evaluate
           end-if.

       4000-alterar.

           perform 4500-ler-para-atualizar.

           if ws-resp = dfhresp(normal)
               evaluate true
                   when fmlm-situacao = "R"
                       perform 4700-liberar-registro
                       move "FORMULA RETIRADA NAO PODE SER ALTERADA."
                           to fmlmsgo
                   when ws-expressao not = spaces
                    and ws-expressao not = fmlm-expressao
                    and fmlm-versao >= 999
                       perform 4700-liberar-registro
                       move "LIMITE DE VERSOES ATINGIDO. CRIE NOVO ID."
                           to fmlmsgo
                   when other
                       if ws-descricao not = spaces
                           move ws-descricao to fmlm-descricao
                       end-if
                       if ws-responsavel not = spaces
                           move ws-responsavel to fmlm-responsavel
                       end-if
                       if ws-expressao not = spaces
                          and ws-expressao not = fmlm-expressao
                           move ws-expressao to fmlm-expressao
                           add 1 to fmlm-versao
                       end-if
                       perform 6000-carimbar-registro
                       perform 4600-regravar
               end-evaluate
           end-if.

       5000-retirar.

           perform 4500-ler-para-atualizar.

           if ws-resp = dfhresp(normal)
               if fmlm-situacao = "R"
                   perform 4700-liberar-registro
                   move "FORMULA JA ESTA RETIRADA." to fmlmsgo
               else
                   move "R" to fmlm-situacao
                   perform 6000-carimbar-registro
                   perform 4600-regravar
               end-if
           end-if.

       5500-consultar.

           move ws-formula-id to ws-chave-busca.

           exec cics
               read file('FMLMST') into(reg-fml-master)
                    ridfld(ws-chave-busca)
               resp(ws-resp)
           end-exec.

           evaluate ws-resp
               when dfhresp(normal)
                   move "FORMULA ENCONTRADA." to fmlmsgo
                   perform 6100-mostrar-registro
               when dfhresp(notfnd)
                   move "FORMULA NAO ENCONTRADA." to fmlmsgo
               when other
                   move "ERRO AO LER FORMULA.MST." to fmlmsgo
           end-evaluate.

       4500-ler-para-atualizar.

           move ws-formula-id to ws-chave-busca.

           exec cics
               read file('FMLMST') into(reg-fml-master)
                    ridfld(ws-chave-busca) update
               resp(ws-resp)
           end-exec.

           evaluate ws-resp
               when dfhresp(normal)
                   continue
               when dfhresp(notfnd)
                   move "FORMULA NAO ENCONTRADA." to fmlmsgo
               when other
                   move "ERRO AO LER FORMULA.MST." to fmlmsgo
           end-evaluate.

       4600-regravar.

           exec cics
               rewrite file('FMLMST') from(reg-fml-master)
               resp(ws-resp)
           end-exec.

           if ws-resp = dfhresp(normal)
               move "FORMULA ATUALIZADA COM SUCESSO."
                   to fmlmsgo
               perform 6100-mostrar-registro
           else
               move "ERRO AO REGRAVAR FORMULA.MST."
                   to fmlmsgo
           end-if.

       4700-liberar-registro.

           exec cics
               unlock file('FMLMST') resp(ws-resp)
           end-exec.

       6000-carimbar-registro.

           accept fmlm-data-alteracao from date yyyymmdd.
           accept fmlm-hora-alteracao from time.

           exec cics
               assign userid(fmlm-usuario)
           end-exec.

       6100-mostrar-registro.

           move fmlm-descricao   to fmldsco.
           move fmlm-expressao   to fmlexpo.
           move fmlm-responsavel to fmlrspo.

           move spaces to fmlinfo.
           string fmlm-id             delimited by size
                  " VERSAO "          delimited by size
                  fmlm-versao         delimited by size
                  " SITUACAO "        delimited by size
                  fmlm-situacao       delimited by size
                  " ALTERADA "        delimited by size
                  fmlm-data-alteracao delimited by size
                  "-"                 delimited by size
                  fmlm-hora-alteracao delimited by size
                  " "                 delimited by size
                  fmlm-usuario        delimited by size
                  into fmlinfo
           end-string.

       7000-tecla-invalida.

           move low-values to calcfmlo.
           move "TECLA INVALIDA. USE ENTER=EFETIVAR OU PF3=SAIR."
               to fmlmsgo.

       8000-prepara-saida.

           set ws-encerrar-sim to true.
           move low-values to calcfmlo.
           move "ENCERRANDO A MANUTENCAO. ATE LOGO!"
               to fmlmsgo.

       end program CALC06.
