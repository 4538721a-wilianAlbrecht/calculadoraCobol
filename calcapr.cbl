       identification division.
       program-id. CALC07.
       environment division.
       data division.
       working-storage section.

           copy CALCAPR.
           copy DFHAID.

       01 ws-encerrar                       pic x(1) value "N".
           88 ws-encerrar-sim                     value "Y".

       01 ws-resp                           pic s9(8) comp value zeros.
       01 ws-resp-historico                 pic s9(8) comp value zeros.

       01 ws-funcao                         pic x(1) value spaces.
       01 ws-nome-variavel                  pic x(10) value spaces.
       01 ws-data-inicio                    pic 9(8) value zeros.
       01 ws-usuario-atual                  pic x(8) value spaces.

       01 ws-fim-busca                      pic x(1) value "N".
           88 ws-fim-busca-sim                    value "S".
       01 ws-pendente-achada                pic x(1) value "N".
           88 ws-pendente-achada-sim              value "S".

       01 ws-valor-edicao                   pic -zzzzzz9.99.

       01 ws-chave-busca.
           03 ws-busca-nome                 pic x(10).
           03 ws-busca-data-inicio          pic 9(8).

           copy VARREC.
           copy VARHREC.

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
                   send map('CALCAPR') mapset('CALCSET')
                        from(calcapro) erase
               end-exec

               exec cics
                   return
               end-exec
           else
               exec cics
                   send map('CALCAPR') mapset('CALCSET')
                        from(calcapro) erase
               end-exec

               exec cics
                   return transid('CAPR') commarea(dfhcommarea)
                          length(length of dfhcommarea)
               end-exec
           end-if.

           goback.

       1000-tela-inicial.

           move low-values to calcapro.
           move "INFORME OS DADOS E PRESSIONE ENTER (PF3=SAIR)"
               to aprmsgo.

       2000-recebe-e-efetiva.

           exec cics
               receive map('CALCAPR') mapset('CALCSET')
                       into(calcapri)
               resp(ws-resp)
           end-exec.

           if ws-resp = dfhresp(normal)
               perform 2100-validar-e-efetivar
           else
               move low-values to calcapro
               move "NENHUM DADO INFORMADO. PREENCHA OS CAMPOS."
                   to aprmsgo
           end-if.

       2100-validar-e-efetivar.

           move function upper-case(aprfuni) to ws-funcao.
           move function upper-case(aprnomi) to ws-nome-variavel.
           move spaces to aprvato aprfato aprvnvo aprfnvo aprsolo
                          aprinfo aprmsgo.

           if ws-nome-variavel = low-values
               move spaces to ws-nome-variavel
           end-if.
           if aprdtii numeric
               move aprdtii to ws-data-inicio
           else
               move zeros to ws-data-inicio
           end-if.

           exec cics
               assign userid(ws-usuario-atual)
           end-exec.

           evaluate true
               when ws-funcao = "P"
                   perform 5500-proxima-pendente
               when ws-funcao not = "C"
                and ws-funcao not = "A"
                and ws-funcao not = "R"
                   move "FUNCAO INVALIDA. USE C, P, A OU R."
                       to aprmsgo
               when ws-nome-variavel = spaces
                   move "INFORME O NOME DA VARIAVEL."
                       to aprmsgo
               when ws-data-inicio = zeros
                   move "INFORME A VIGENCIA INICIO (AAAAMMDD)."
                       to aprmsgo
               when ws-funcao = "C"
                   perform 5000-consultar
               when ws-funcao = "A"
                   perform 3000-aprovar
               when other
                   perform 4000-rejeitar
           end-evaluate.

       3000-aprovar.

           perform 4500-ler-para-atualizar.

           if ws-resp = dfhresp(normal)
               perform 4400-verificar-aprovador
           end-if.

           if ws-resp = dfhresp(normal)
              and aprmsgo = spaces
               move "A" to varh-acao
               perform 6150-preparar-historico
               evaluate varm-pend-operacao
                   when "I"
                       move zeros to varh-valor-anterior
                                     varh-data-fim-anterior
                       move "A" to varm-situacao
                   when "A"
                       move varm-pend-valor    to varm-valor
                       move varm-pend-data-fim to varm-data-fim
                   when other
                       move varm-pend-data-fim to varm-data-fim
               end-evaluate
               perform 6000-carimbar-registro
               move spaces to varm-pend-operacao varm-pend-usuario
               move zeros  to varm-pend-valor varm-pend-data-fim
                              varm-pend-data varm-pend-hora
               perform 4600-regravar
               if ws-resp = dfhresp(normal)
                   perform 6200-gravar-historico
               end-if
               if ws-resp = dfhresp(normal)
                   move "ALTERACAO APROVADA E EM VIGOR."
                       to aprmsgo
               end-if
           end-if.

       4000-rejeitar.

           perform 4500-ler-para-atualizar.

           if ws-resp = dfhresp(normal)
               perform 4400-verificar-aprovador
           end-if.

           if ws-resp = dfhresp(normal)
              and aprmsgo = spaces
               move "R" to varh-acao
               perform 6150-preparar-historico
               if varm-pend-operacao = "I"
                   move zeros to varh-valor-anterior
                                 varh-data-fim-anterior
                   exec cics
                       delete file('VARMST')
                       resp(ws-resp)
                   end-exec
                   if ws-resp not = dfhresp(normal)
                       move "ERRO AO EXCLUIR VARIAVEL.MST."
                           to aprmsgo
                   end-if
               else
                   move spaces to varm-pend-operacao varm-pend-usuario
                   move zeros  to varm-pend-valor varm-pend-data-fim
                                  varm-pend-data varm-pend-hora
                   perform 4600-regravar
               end-if
               if ws-resp = dfhresp(normal)
                   perform 6200-gravar-historico
               end-if
               if ws-resp = dfhresp(normal)
                   move "ALTERACAO REJEITADA. VALOR ANTERIOR MANTIDO."
                       to aprmsgo
               end-if
           end-if.

       4400-verificar-aprovador.

           evaluate true
               when varm-pend-operacao = spaces
                 or varm-pend-operacao = low-values
                   perform 4700-liberar-registro
                   move "NAO HA ALTERACAO PENDENTE PARA ESTA VIGENCIA."
                       to aprmsgo
               when varm-pend-usuario = ws-usuario-atual
                   perform 4700-liberar-registro
                   perform 6100-mostrar-registro
                   move "APROVADOR DEVE SER DIFERENTE DO SOLICITANTE."
                       to aprmsgo
               when other
                   continue
           end-evaluate.

       5000-consultar.

           move ws-nome-variavel to ws-busca-nome.
           move ws-data-inicio   to ws-busca-data-inicio.

           exec cics
               read file('VARMST') into(reg-var-master)
                    ridfld(ws-chave-busca)
               resp(ws-resp)
           end-exec.

           evaluate ws-resp
               when dfhresp(normal)
                   perform 6100-mostrar-registro
                   if varm-pend-operacao = spaces
                      or varm-pend-operacao = low-values
                       move "VIGENCIA SEM ALTERACAO PENDENTE."
                           to aprmsgo
                   else
                       move "ALTERACAO PENDENTE ENCONTRADA."
                           to aprmsgo
                   end-if
               when dfhresp(notfnd)
                   move "VARIAVEL/VIGENCIA NAO ENCONTRADA."
                       to aprmsgo
               when other
                   move "ERRO AO LER VARIAVEL.MST." to aprmsgo
           end-evaluate.

      *    Percorre VARIAVEL.MST a partir da chave informada (ou do
      *    inicio) ate a primeira vigencia com alteracao pendente.
      *    A chave informada e pulada para que ENTER repetido com P
      *    avance pela fila.
       5500-proxima-pendente.

           move ws-nome-variavel to ws-busca-nome.
           move ws-data-inicio   to ws-busca-data-inicio.
           move "N" to ws-fim-busca ws-pendente-achada.

           exec cics
               startbr file('VARMST') ridfld(ws-chave-busca)
                       gteq
               resp(ws-resp)
           end-exec.

           if ws-resp not = dfhresp(normal)
               set ws-fim-busca-sim to true
           end-if.

           perform until ws-fim-busca-sim
                      or ws-pendente-achada-sim
               exec cics
                   readnext file('VARMST') into(reg-var-master)
                            ridfld(ws-chave-busca)
                   resp(ws-resp)
               end-exec
               if ws-resp not = dfhresp(normal)
                   set ws-fim-busca-sim to true
               else
                   if varm-pend-operacao not = spaces
                      and varm-pend-operacao not = low-values
                      and (varm-nome not = ws-nome-variavel
                           or varm-data-inicio not = ws-data-inicio)
                       set ws-pendente-achada-sim to true
                   end-if
               end-if
           end-perform.

           exec cics
               endbr file('VARMST') resp(ws-resp)
           end-exec.

           if ws-pendente-achada-sim
               move varm-nome        to aprnomo
               move varm-data-inicio to aprdtio
               perform 6100-mostrar-registro
               move "ALTERACAO PENDENTE ENCONTRADA. INFORME A OU R."
                   to aprmsgo
           else
               move "NENHUMA OUTRA ALTERACAO PENDENTE."
                   to aprmsgo
           end-if.

       4500-ler-para-atualizar.

           move ws-nome-variavel to ws-busca-nome.
           move ws-data-inicio   to ws-busca-data-inicio.

           exec cics
               read file('VARMST') into(reg-var-master)
                    ridfld(ws-chave-busca) update
               resp(ws-resp)
           end-exec.

           evaluate ws-resp
               when dfhresp(normal)
                   continue
               when dfhresp(notfnd)
                   move "VARIAVEL/VIGENCIA NAO ENCONTRADA."
                       to aprmsgo
               when other
                   move "ERRO AO LER VARIAVEL.MST."
                       to aprmsgo
           end-evaluate.

       4600-regravar.

           exec cics
               rewrite file('VARMST') from(reg-var-master)
               resp(ws-resp)
           end-exec.

           if ws-resp = dfhresp(normal)
               perform 6100-mostrar-registro
           else
               move "ERRO AO REGRAVAR VARIAVEL.MST."
                   to aprmsgo
           end-if.

       4700-liberar-registro.

           exec cics
               unlock file('VARMST') resp(ws-resp)
           end-exec.

       6000-carimbar-registro.

           accept varm-data-alteracao from date yyyymmdd.
           accept varm-hora-alteracao from time.
           move ws-usuario-atual to varm-usuario.

       6100-mostrar-registro.

           move varm-valor to ws-valor-edicao.
           move ws-valor-edicao  to aprvato.
           move varm-data-fim    to aprfato.

           move spaces to aprvnvo aprfnvo aprsolo.
           if varm-pend-operacao not = spaces
              and varm-pend-operacao not = low-values
               move varm-pend-valor to ws-valor-edicao
               move ws-valor-edicao    to aprvnvo
               move varm-pend-data-fim to aprfnvo
               string varm-pend-operacao  delimited by size
                      " POR "             delimited by size
                      varm-pend-usuario   delimited by size
                      " EM "              delimited by size
                      varm-pend-data      delimited by size
                      "-"                 delimited by size
                      varm-pend-hora      delimited by size
                      into aprsolo
               end-string
           end-if.

           move spaces to aprinfo.
           string varm-nome           delimited by size
                  " INICIO "          delimited by size
                  varm-data-inicio    delimited by size
                  " SITUACAO "        delimited by size
                  varm-situacao       delimited by size
                  " ALTERADA "        delimited by size
                  varm-data-alteracao delimited by size
                  "-"                 delimited by size
                  varm-hora-alteracao delimited by size
                  " "                 delimited by size
                  varm-usuario        delimited by size
                  into aprinfo
           end-string.

      *    Copia para o historico a situacao antes da decisao e a
      *    solicitacao pendente; a acao (A/R) e movida pelo chamador.
       6150-preparar-historico.

           accept varh-data from date yyyymmdd.
           accept varh-hora from time.
           move zeros                 to varh-sequencia.
           move varm-nome             to varh-nome.
           move varm-data-inicio      to varh-data-inicio.
           move varm-pend-operacao    to varh-operacao.
           move varm-valor            to varh-valor-anterior.
           move varm-data-fim         to varh-data-fim-anterior.
           move varm-pend-valor       to varh-valor-novo.
           move varm-pend-data-fim    to varh-data-fim-nova.
           move varm-pend-usuario     to varh-solicitante.
           move varm-pend-data        to varh-data-solicitacao.
           move varm-pend-hora        to varh-hora-solicitacao.
           move ws-usuario-atual      to varh-aprovador.
           move varh-data             to varh-data-aprovacao.
           move varh-hora             to varh-hora-aprovacao.

      *    Sem o historico a decisao no VARIAVEL.MST e desfeita e o
      *    erro volta em ws-resp.
       6200-gravar-historico.

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
                   to aprmsgo
           end-if.

       7000-tecla-invalida.

           move low-values to calcapro.
           move "TECLA INVALIDA. USE ENTER=EFETIVAR OU PF3=SAIR."
               to aprmsgo.

       8000-prepara-saida.

           set ws-encerrar-sim to true.
           move low-values to calcapro.
           move "ENCERRANDO A APROVACAO. ATE LOGO!"
               to aprmsgo.

       end program CALC07.
