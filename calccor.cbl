           03 ws-chave-var-nome             pic x(10).
           03 ws-chave-var-data             pic 9(8).

       01 ws-chave-cliente                  pic x(8) value spaces.
       01 ws-cliente-valido                 pic x(1) value "N".
           88 ws-cliente-valido-sim               value "S".

       01 ws-chave-formula                  pic x(8) value spaces.
       01 ws-formula-valida                 pic x(1) value "S".
           88 ws-formula-valida-sim               value "S".

       01 reg-corrigido-saida.
           03 cor-num-registro              pic 9(8).
           03 cor-separador-1               pic x(1).

           copy REJREC.
           copy VARREC.
           copy CLIREC.
           copy FMLREC.
           copy EXPRCOMM.
           copy MOTDESC.

               set ws-variaveis-prontas-sim to true
           end-if.

           perform 2200-validar-cliente.

           if ws-cliente-valido-sim
               perform 2300-expandir-formula
           end-if.

           evaluate true
               when not ws-cliente-valido-sim
                   set expr-invalido to true
                   move "10" to expr-motivo-rejeicao
               when not ws-formula-valida-sim
                   set expr-invalido to true
                   move "11" to expr-motivo-rejeicao
               when other
                   move 9999999             to expr-limite-magnitude
                   move 5                   to expr-max-termos
                   call "CALCEXPR" using expr-comunicacao
           end-evaluate.

           if expr-valido-sim
               move ws-comm-rej-num(ws-ind-linha)
               end-if
           end-if.

       2200-validar-cliente.

           move "N" to ws-cliente-valido.
           accept ws-data-hoje from date yyyymmdd.
           move ws-comm-rej-cliente(ws-ind-linha) to ws-chave-cliente.

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
           move ws-formula-digitada to expr-formula.

           if ws-formula-digitada(1:1) = "@"
               move function upper-case(ws-formula-digitada(2:8))
                    to ws-chave-formula

               exec cics
                   read file('FMLMST') into(reg-fml-master)
                        ridfld(ws-chave-formula)
                   resp(ws-resp)
               end-exec

               if ws-resp = dfhresp(normal)
                  and fmlm-situacao = "A"
                   move fmlm-expressao to expr-formula
               else
                   move "N" to ws-formula-valida
               end-if
           end-if.

       2900-mensagem-erro.

           move spaces to cormsgo.
               move zeros to ws-motivo-num
           end-if.

           if ws-motivo-num >= 1 and ws-motivo-num <= 12
               string "LINHA " delimited by size
                      ws-linha-erro delimited by size
                      ": " delimited by size
       2510-avaliar-vigencia.

           if varm-situacao = "E"
              or varm-situacao = "P"
              or varm-data-inicio > ws-data-hoje
              or (varm-data-fim > zeros
                  and varm-data-fim < ws-data-hoje)
           end-if.

           move spaces to ws-linha-detalhe.
           if ws-motivo-num >= 1 and ws-motivo-num <= 12
               string rej-num-registro delimited by size
                      " "              delimited by size
                      rej-motivo       delimited by size
