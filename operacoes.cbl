
       01 ws-qtd-listadas                   pic 9(8) value zeros.
       01 ws-qtd-abertas                    pic 9(8) value zeros.
       01 ws-qtd-interrompidas              pic 9(8) value zeros.
       01 ws-qtd-simulacoes                 pic 9(8) value zeros.
       01 ws-qtd-estornadas                 pic 9(8) value zeros.
       01 ws-qtd-liberadas                  pic 9(8) value zeros.
       01 ws-qtd-edicao                     pic zzzzzzz9.

           write reg-execucao.

           move spaces to reg-execucao.
           string "INICIO            PROGRAMA T SIT "
                       delimited by size
                  "FIM               "
                       delimited by size
                  "   LIDOS    CALC     REJ RC FLUXO"
                       delimited by size
                  into reg-execucao
           end-string.
           if run-situacao = "A"
               add 1 to ws-qtd-abertas
           end-if.
           if run-situacao = "X"
               add 1 to ws-qtd-interrompidas
           end-if.
           if run-tipo = "S"
               add 1 to ws-qtd-simulacoes
           end-if.
           if run-situacao = "R"
               add 1 to ws-qtd-estornadas
           end-if.

           move run-qtd-lidos      to ws-lid-edicao.
           move run-qtd-calculados to ws-cal-edicao.
                  run-hora       delimited by size
                  " "            delimited by size
                  run-programa   delimited by size
                  " "            delimited by size
                  run-tipo       delimited by size
                  "  "           delimited by size
                  run-situacao   delimited by size
                  "  "           delimited by size
                  ws-rej-edicao  delimited by size
                  " "            delimited by size
                  run-retorno    delimited by size
                  " "            delimited by size
                  run-fluxo      delimited by size
                  into reg-execucao
           end-string.
           write reg-execucao.
                   end-string
                   write reg-execucao

                   move ws-qtd-interrompidas to ws-qtd-edicao
                   move spaces to reg-execucao
                   string "FALHAS EM FLUXOS....: "
                              delimited by size
                          ws-qtd-edicao delimited by size
                          into reg-execucao
                   end-string
                   write reg-execucao

                   move ws-qtd-simulacoes to ws-qtd-edicao
                   move spaces to reg-execucao
                   string "SIMULACOES..........: "
                              delimited by size
                          ws-qtd-edicao delimited by size
                          into reg-execucao
                   end-string
                   write reg-execucao

                   move ws-qtd-estornadas to ws-qtd-edicao
                   move spaces to reg-execucao
                   string "EXECUCOES ESTORNADAS: "
                              delimited by size
                          ws-qtd-edicao delimited by size
                          into reg-execucao
                   end-string
                   write reg-execucao

                   close arq-execucoes
               end-if
               close arq-run-control
