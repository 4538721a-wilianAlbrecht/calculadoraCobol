           03 ws-busca-nome                 pic x(10).
           03 ws-busca-data-inicio          pic 9(8).

       01 ws-resp-historico                 pic s9(8) comp value zeros.
       01 ws-valor-novo                     pic s9(7)v99 value zeros.

           copy VARREC.
           copy VARHREC.

       linkage section.
       01 dfhcommarea.
               compute varm-valor =
                       function numval(ws-valor-texto)
               move ws-data-fim      to varm-data-fim
               move "P"              to varm-situacao
               perform 6000-carimbar-registro
               move "I"              to varm-pend-operacao
               move varm-valor       to varm-pend-valor
               move varm-data-fim    to varm-pend-data-fim
               perform 6050-carimbar-pendencia

               exec cics
                   write file('VARMST') from(reg-var-master)

               evaluate ws-resp
                   when dfhresp(normal)
                       move zeros to varh-valor-anterior
                                     varh-data-fim-anterior
                       perform 6200-gravar-historico
                       if ws-resp = dfhresp(normal)
                           move "INCLUSAO PENDENTE DE APROVACAO."
                               to varmsgo
                           perform 6100-mostrar-registro
                       end-if
                   when dfhresp(duprec)
                       move "JA EXISTE VIGENCIA PARA ESTA DATA."
                           to varmsgo
           perform 4500-ler-para-atualizar.

           if ws-resp = dfhresp(normal)
               perform 4400-verificar-pendencia
           end-if.

           if ws-resp = dfhresp(normal)
              and varmsgo = spaces
               move varm-valor to ws-valor-novo
               if ws-valor-texto not = spaces
                   if function test-numval(ws-valor-texto)
                           not = zeros
                       perform 4700-liberar-registro
                       move "VALOR INVALIDO. VERIFIQUE O CAMPO."
                           to varmsgo
                   else
                       compute ws-valor-novo =
                               function numval(ws-valor-texto)
                   end-if
               end-if
               if varmsgo = spaces
                   move "A"           to varm-pend-operacao
                   move ws-valor-novo to varm-pend-valor
                   if vardtfi numeric
                       move ws-data-fim to varm-pend-data-fim
                   else
                       move varm-data-fim to varm-pend-data-fim
                   end-if
                   perform 6050-carimbar-pendencia
                   perform 4600-regravar
                   if ws-resp = dfhresp(normal)
                       move "ALTERACAO PENDENTE DE APROVACAO."
                           to varmsgo
                   end-if
               end-if
           end-if.

           perform 4500-ler-para-atualizar.

           if ws-resp = dfhresp(normal)
               perform 4400-verificar-pendencia
           end-if.

           if ws-resp = dfhresp(normal)
              and varmsgo = spaces
               move "E"        to varm-pend-operacao
               move varm-valor to varm-pend-valor
               if ws-data-fim > zeros
                   move ws-data-fim to varm-pend-data-fim
               else
                   accept ws-data-hoje from date yyyymmdd
                   move ws-data-hoje to varm-pend-data-fim
               end-if
               perform 6050-carimbar-pendencia
               perform 4600-regravar
               if ws-resp = dfhresp(normal)
                   move "EXPIRACAO PENDENTE DE APROVACAO."
                       to varmsgo
               end-if
           end-if.

       4400-verificar-pendencia.

           if varm-pend-operacao not = spaces
              and varm-pend-operacao not = low-values
               perform 4700-liberar-registro
               move "JA EXISTE ALTERACAO PENDENTE DE APROVACAO."
                   to varmsgo
           end-if.

       4500-ler-para-atualizar.

           move ws-nome-variavel to ws-busca-nome.
           end-exec.

           if ws-resp = dfhresp(normal)
               move varm-valor    to varh-valor-anterior
               move varm-data-fim to varh-data-fim-anterior
               perform 6200-gravar-historico
               if ws-resp = dfhresp(normal)
                   move "VARIAVEL ATUALIZADA COM SUCESSO."
                       to varmsgo
                   perform 6100-mostrar-registro
               end-if
           else
               move "ERRO AO REGRAVAR VARIAVEL.MST."
                   to varmsgo
           end-if.

       4700-liberar-registro.

           exec cics
               unlock file('VARMST') resp(ws-resp)
           end-exec.

       6000-carimbar-registro.

           accept varm-data-alteracao from date yyyymmdd.
               assign userid(varm-usuario)
           end-exec.

       6050-carimbar-pendencia.

           accept varm-pend-data from date yyyymmdd.
           accept varm-pend-hora from time.

           exec cics
               assign userid(varm-pend-usuario)
           end-exec.

       6100-mostrar-registro.

           move varm-valor    to ws-valor-edicao.
                  ws-valor-edicao     delimited by size
                  " USUARIO "         delimited by size
                  varm-usuario        delimited by size
                  " PENDENTE "        delimited by size
                  varm-pend-operacao  delimited by size
                  into varinfo
           end-string.

      *    Solicitacao registrada no historico. O valor/fim anterior
      *    e movido pelo chamador; o novo e o que ficou pendente. Sem
      *    o historico a gravacao no VARIAVEL.MST e desfeita e o erro
      *    volta em ws-resp.
       6200-gravar-historico.

           move varm-pend-data        to varh-data.
           move varm-pend-hora        to varh-hora.
           move zeros                 to varh-sequencia.
           move varm-nome             to varh-nome.
           move varm-data-inicio      to varh-data-inicio.
           move "S"                   to varh-acao.
           move varm-pend-operacao    to varh-operacao.
           move varm-pend-valor       to varh-valor-novo.
           move varm-pend-data-fim    to varh-data-fim-nova.
           move varm-pend-usuario     to varh-solicitante.
           move varm-pend-data        to varh-data-solicitacao.
           move varm-pend-hora        to varh-hora-solicitacao.
           move spaces                to varh-aprovador.
           move zeros                 to varh-data-aprovacao
                                         varh-hora-aprovacao.

           move dfhresp(duprec) to ws-resp-historico.
           perform until ws-resp-historico not = dfhresp(duprec)
                      or varh-sequencia = 9999
               exec cics
                   write file('VARHIST') from(reg-var-historico)
                         ridfld(varh-chave)
                   resp(ws-resp-historico)
               end-exec
               if ws-resp-historico = dfhresp(duprec)
                   add 1 to varh-sequencia
               end-if
           end-perform.

           if ws-resp-historico not = dfhresp(normal)
               exec cics
                   syncpoint rollback
               end-exec
               move ws-resp-historico to ws-resp
               move "ERRO AO GRAVAR VARHIST - OPERACAO DESFEITA."
                   to varmsgo
           end-if.

       7000-tecla-invalida.

           move low-values to calcvaro.
