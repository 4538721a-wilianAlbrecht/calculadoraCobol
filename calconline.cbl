           03 ws-chave-var-nome             pic x(10).
           03 ws-chave-var-data             pic 9(8).

       01 ws-chave-cliente                  pic x(8) value spaces.
       01 ws-cliente-valido                 pic x(1) value "N".
           88 ws-cliente-valido-sim               value "S".

       01 ws-chave-formula                  pic x(8) value spaces.
       01 ws-formula-id                     pic x(8) value spaces.
       01 ws-formula-versao                 pic 9(3) value zeros.
       01 ws-formula-valida                 pic x(1) value "S".
           88 ws-formula-valida-sim               value "S".

           copy VARREC.
           copy CLIREC.
           copy FMLREC.
           copy EXPRCOMM.
           copy MOTDESC.
           copy LOGREC.
               move "INFORME A FORMULA. EX: 2 * (TAXA + 1)"
                   to mensagemo
           else
               perform 2200-validar-cliente

               if ws-cliente-valido-sim
                   perform 2300-expandir-formula
               end-if

               evaluate true
                   when not ws-cliente-valido-sim
                       move "10" to expr-motivo-rejeicao
                       perform 2900-mensagem-rejeicao
                   when not ws-formula-valida-sim
                       move "11" to expr-motivo-rejeicao
                       perform 2900-mensagem-rejeicao
                   when other
                       perform 2400-calcular
               end-evaluate
           end-if.

       2200-validar-cliente.

           move "N" to ws-cliente-valido.
           accept ws-data-hoje from date yyyymmdd.
           move function upper-case(clientei) to ws-chave-cliente.

           exec cics
               read file('CLIMST') into(reg-cli-master)
                    ridfld(ws-chave-cliente)
               resp(ws-resp)
           end-exec.

           if ws-resp = dfhresp(normal)
               if clim-situacao = "A"
                  and clim-data-inicio <= ws-data-hoje
                  and (clim-data-fim = zeros
                       or clim-data-fim >= ws-data-hoje)
                   set ws-cliente-valido-sim to true
               end-if
           end-if.

       2300-expandir-formula.

           set ws-formula-valida-sim to true.
           move spaces to ws-formula-id.
           move zeros  to ws-formula-versao.
           move formulai to expr-formula.

           if formulai(1:1) = "@"
               move function upper-case(formulai(2:8))
                    to ws-formula-id
               move ws-formula-id to ws-chave-formula

               exec cics
                   read file('FMLMST') into(reg-fml-master)
                        ridfld(ws-chave-formula)
                   resp(ws-resp)
               end-exec

               if ws-resp = dfhresp(normal)
                  and fmlm-situacao = "A"
                   move fmlm-versao    to ws-formula-versao
                   move fmlm-expressao to expr-formula
               else
                   move "N" to ws-formula-valida
               end-if
           end-if.

       2400-calcular.

           perform 2500-carregar-variaveis.

           move 9999999  to expr-limite-magnitude.
           move 5        to expr-max-termos.
           call "CALCEXPR" using expr-comunicacao.

           if expr-valido-sim
               move expr-resultado to ws-resultado-edicao
               move ws-resultado-edicao to resultado
               if ws-formula-id = spaces
                   move "CALCULO REALIZADO COM SUCESSO."
                       to mensagemo
               else
                   move spaces to mensagemo
                   string "CALCULO REALIZADO COM SUCESSO. FORMULA "
                                          delimited by size
                          ws-formula-id   delimited by space
                          " VERSAO "      delimited by size
                          ws-formula-versao delimited by size
                          into mensagemo
                   end-string
               end-if
               perform 3000-gravar-log
           else
               perform 2900-mensagem-rejeicao
           end-if.

       2500-carregar-variaveis.
       2510-avaliar-vigencia.

           if varm-situacao = "E"
              or varm-situacao = "P"
              or varm-data-inicio > ws-data-hoje
              or (varm-data-fim > zeros
                  and varm-data-fim < ws-data-hoje)
               move zeros to ws-motivo-num
           end-if.

           if ws-motivo-num >= 1 and ws-motivo-num <= 12
               move spaces to mensagemo
               string "FORMULA REJEITADA: "             delimited by
                                                              size
           move " RES="            to log-literal-4.
           move expr-passo-resultado(ws-ind-passo) to log-resultado.
           move "O"                to log-origem.
           move ws-formula-id      to log-formula-id.
           move ws-formula-versao  to log-formula-versao.
           if ws-ind-passo = expr-qtd-passos
               move "S"            to log-passo-final
           else
               move "N"            to log-passo-final
           end-if.

           exec cics
               writeq td queue('AUDT') from(reg-log-detalhe)
