               organization is line sequential
               file status is ws-fs-interface.

           select arq-lotes assign to "LOTES.MST"
               organization is indexed
               access mode is random
               record key is lotm-lote-id
               file status is ws-fs-lotes.

           select arq-sort assign to "SORTWORK.TMP".

       data division.
       fd  arq-interface.
       copy INTREC.

       fd  arq-lotes.
       copy LOTREC.

       sd  arq-sort.
       01 reg-sort.
           03 sort-formula                  pic x(60).
       01 ws-fs-rejeitados                  pic x(2) value "00".
       01 ws-fs-balanco                     pic x(2) value "00".
       01 ws-fs-interface                   pic x(2) value "00".
       01 ws-fs-lotes                       pic x(2) value "00".

       01 ws-fim-arquivo                    pic x(1) value "N".
           88 ws-fim-arquivo-sim                  value "S".
       01 ws-qtd-resultados                 pic 9(8) value zeros.
       01 ws-qtd-rejeitados                 pic 9(8) value zeros.
       01 ws-qtd-log-batch                  pic 9(8) value zeros.
       01 ws-qtd-log-estornados             pic 9(8) value zeros.
       01 ws-qtd-extraidos                  pic 9(8) value zeros.
       01 ws-qtd-comparados                 pic 9(8) value zeros.
       01 ws-diferenca                      pic s9(8) value zeros.
               05 ws-res-valor              pic x(11).
               05 ws-res-qtd-r              pic 9(4).
               05 ws-res-qtd-a              pic 9(4).
               05 ws-res-qtd-e              pic 9(4).

       01 ws-ind                            pic 9(3) value zeros.

       01 ws-tabela-lotes.
           03 ws-qtd-lotes                  pic 9(3) value zeros.
           03 ws-lote                       occurs 100 times.
               05 ws-lot-id                 pic x(12).
               05 ws-lot-qtd-calculados     pic 9(8).
               05 ws-lot-qtd-rejeitados     pic 9(8).
               05 ws-lot-qtd-estornados     pic 9(8).
       01 ws-ind-lote                       pic 9(3) value zeros.
       01 ws-lote-procurado                 pic x(12) value spaces.
       01 ws-lote-origem                    pic x(1) value spaces.
       01 ws-lote-achado                    pic x(1) value "N".
           88 ws-lote-achado-sim                  value "S".
       01 ws-lotes-aberto                   pic x(1) value "N".
           88 ws-lotes-aberto-sim                 value "S".
       01 ws-lote-diferenca                 pic s9(8) value zeros.

       01 ws-fim-interface                  pic x(1) value "N".
           88 ws-fim-interface-sim                value "S".
       01 ws-int-qtd-lidos                  pic 9(8) value zeros.
       01 ws-data-execucao-edicao           pic 9999/99/99.
       01 ws-qtd-edicao                     pic zzzzzzz9.
       01 ws-qtd-edicao-2                   pic zzzzzzz9.
       01 ws-qtd-edicao-3                   pic zzzzzzz9.
       01 ws-qtd-edicao-4                   pic zzzzzzz9.
       01 ws-dif-edicao                     pic -zzzzzzz9.

       copy RUNCOMM.
                       at end
                           set ws-fim-arquivo-sim to true
                       not at end
                           if reg-formula(1:4) not = "HDR;"
                              and reg-formula(1:4) not = "TRL;"
                               add 1 to ws-qtd-formulas
                           end-if
                   end-read
               end-perform
               close arq-formulas
                           move spaces      to sort-resultado
                           move "J"         to sort-origem
                           release reg-sort
                           move rej-lote-id to ws-lote-procurado
                           move "J"         to ws-lote-origem
                           perform 4900-acumular-lote
                   end-read
               end-perform
               close arq-rejeitados
                       else
                           move aud-registro to reg-log-detalhe
                           if log-origem not = "O"
                               perform 4350-liberar-auditoria
                           end-if
                       end-if
                   end-if
               close arq-log
           end-if.

      *    Registro estornado vai para a conferencia com origem "E":
      *    cobre a linha que ficou no RELATORIO.DAT, mas nao conta
      *    como entrada batch ativa nem como calculo do lote.
       4350-liberar-auditoria.

           if log-situacao = "E"
               add 1 to ws-qtd-log-estornados
               move "E" to sort-origem
           else
               add 1 to ws-qtd-log-batch
               move "A" to sort-origem
           end-if.

           add 1 to ws-qtd-extraidos.
           move log-formula   to sort-formula.
           move log-resultado to sort-resultado.
           release reg-sort.

           if log-passo-final = "S"
               move log-lote-id to ws-lote-procurado
               move sort-origem to ws-lote-origem
               perform 4900-acumular-lote
           end-if.

      *    Totais por lote de entrada: calculos concluidos (passo
      *    final na auditoria), rejeicoes e estornos de cada lote.
       4900-acumular-lote.

           move "N" to ws-lote-achado.
           perform varying ws-ind-lote from 1 by 1
                   until ws-ind-lote > ws-qtd-lotes
                      or ws-lote-achado-sim
               if ws-lot-id(ws-ind-lote) = ws-lote-procurado
                   set ws-lote-achado-sim to true
               end-if
           end-perform.

           if ws-lote-achado-sim
               subtract 1 from ws-ind-lote
           else
               if ws-qtd-lotes >= 100
                   display "TABELA DE LOTES CHEIA: " ws-lote-procurado
                   move zeros to ws-ind-lote
               else
                   add 1 to ws-qtd-lotes
                   move ws-qtd-lotes to ws-ind-lote
                   move ws-lote-procurado to ws-lot-id(ws-ind-lote)
                   move zeros to ws-lot-qtd-calculados(ws-ind-lote)
                                 ws-lot-qtd-rejeitados(ws-ind-lote)
                                 ws-lot-qtd-estornados(ws-ind-lote)
               end-if
           end-if.

           if ws-ind-lote > zeros
               evaluate ws-lote-origem
                   when "J"
                       add 1 to ws-lot-qtd-rejeitados(ws-ind-lote)
                   when "E"
                       add 1 to ws-lot-qtd-estornados(ws-ind-lote)
                   when other
                       add 1 to ws-lot-qtd-calculados(ws-ind-lote)
               end-evaluate
           end-if.

       5000-conferir-ordenado.

           move "N" to ws-fim-sort ws-grupo-aberto.
                        to ws-res-valor(ws-qtd-res-grupo)
                   move zeros to ws-res-qtd-r(ws-qtd-res-grupo)
                                 ws-res-qtd-a(ws-qtd-res-grupo)
                                 ws-res-qtd-e(ws-qtd-res-grupo)
               end-if
           end-if.

           if ws-qtd-res-grupo > zeros
              and ws-res-valor(ws-qtd-res-grupo) = sort-resultado
               evaluate sort-origem
                   when "R"
                       add 1 to ws-res-qtd-r(ws-qtd-res-grupo)
                   when "E"
                       add 1 to ws-res-qtd-e(ws-qtd-res-grupo)
                   when other
                       add 1 to ws-res-qtd-a(ws-qtd-res-grupo)
               end-evaluate
           end-if.

       5500-fechar-grupo.
               if ws-res-qtd-r(ws-ind) > zeros
                   set ws-grupo-tem-r-sim to true
               end-if
               if ws-res-qtd-r(ws-ind) >
                  ws-res-qtd-a(ws-ind) + ws-res-qtd-e(ws-ind)
                   perform 5510-gravar-sem-auditoria
               end-if
               if ws-res-qtd-a(ws-ind) > ws-res-qtd-r(ws-ind)
           end-string.
           write reg-balanco.

           move ws-qtd-log-estornados to ws-qtd-edicao.
           move spaces to reg-balanco.
           string "ESTORNADAS (FORA DO BALANCO).........: "
                       delimited by size
                  ws-qtd-edicao delimited by size
                  into reg-balanco
           end-string.
           write reg-balanco.

           move spaces to reg-balanco.
           write reg-balanco.

           perform 8400-imprimir-interface.
           perform 8300-imprimir-cobertura.
           perform 8500-imprimir-lotes.

           move spaces to reg-balanco.
           if ws-em-balanco-sim
                   write reg-balanco
           end-evaluate.

      *    Cada lote e conferido contra a quantidade do seu trailer,
      *    registrada em LOTES.MST quando o lote foi aceito.
       8500-imprimir-lotes.

           if ws-qtd-lotes > zeros
               move spaces to reg-balanco
               write reg-balanco
               move "BALANCO POR LOTE DE ENTRADA:" to reg-balanco
               write reg-balanco
               move spaces to reg-balanco
               string "  LOTE         INFORMADOS CALCULADOS REJEITADOS"
                           delimited by size
                      " ESTORNADOS  DIFERENCA" delimited by size
                      into reg-balanco
               end-string
               write reg-balanco

               open input arq-lotes
               if ws-fs-lotes = "00"
                   set ws-lotes-aberto-sim to true
               else
                   display "LOTES.MST NAO DISPONIVEL: " ws-fs-lotes
               end-if

               perform varying ws-ind-lote from 1 by 1
                       until ws-ind-lote > ws-qtd-lotes
                   perform 8510-imprimir-lote
               end-perform

               if ws-lotes-aberto-sim
                   close arq-lotes
               end-if
           end-if.

       8510-imprimir-lote.

           move ws-lot-qtd-calculados(ws-ind-lote) to ws-qtd-edicao.
           move ws-lot-qtd-rejeitados(ws-ind-lote) to ws-qtd-edicao-2.
           move ws-lot-qtd-estornados(ws-ind-lote) to ws-qtd-edicao-4.

           if ws-lot-id(ws-ind-lote) = spaces
               move spaces to reg-balanco
               string "  SEM LOTE                  "
                                                 delimited by size
                      ws-qtd-edicao              delimited by size
                      "   "                      delimited by size
                      ws-qtd-edicao-2            delimited by size
                      "   "                      delimited by size
                      ws-qtd-edicao-4            delimited by size
                      into reg-balanco
               end-string
               write reg-balanco
           else
               move "35" to ws-fs-lotes
               if ws-lotes-aberto-sim
                   move ws-lot-id(ws-ind-lote) to lotm-lote-id
                   read arq-lotes
                       invalid key
                           continue
                   end-read
               end-if
               if ws-fs-lotes = "00"
                   compute ws-lote-diferenca = lotm-qtd-registros
                         - ws-lot-qtd-calculados(ws-ind-lote)
                         - ws-lot-qtd-rejeitados(ws-ind-lote)
                         - ws-lot-qtd-estornados(ws-ind-lote)
                   move ws-lote-diferenca to ws-dif-edicao
                   move lotm-qtd-registros to ws-qtd-edicao-3
                   if ws-lote-diferenca not = zeros
                       move "N" to ws-em-balanco
                   end-if
                   move spaces to reg-balanco
                   string "  "                   delimited by size
                          ws-lot-id(ws-ind-lote) delimited by size
                          "   "                  delimited by size
                          ws-qtd-edicao-3        delimited by size
                          "   "                  delimited by size
                          ws-qtd-edicao          delimited by size
                          "   "                  delimited by size
                          ws-qtd-edicao-2        delimited by size
                          "   "                  delimited by size
                          ws-qtd-edicao-4        delimited by size
                          "  "                   delimited by size
                          ws-dif-edicao          delimited by size
                          into reg-balanco
                   end-string
               else
                   move "N" to ws-em-balanco
                   move spaces to reg-balanco
                   string "  "                   delimited by size
                          ws-lot-id(ws-ind-lote) delimited by size
                          "              "       delimited by size
                          ws-qtd-edicao          delimited by size
                          "   "                  delimited by size
                          ws-qtd-edicao-2        delimited by size
                          "   "                  delimited by size
                          ws-qtd-edicao-4        delimited by size
                          "  NAO REGISTRADO"     delimited by size
                          into reg-balanco
                   end-string
               end-if
               write reg-balanco
           end-if.

       9000-finalizar.

           close arq-balanco.
                   display "ERRO AO ENCERRAR RUNCTL.DAT: "
                           run-com-status
               end-if
               move run-com-retorno to return-code
           end-if.

       end program conciliaCobol.
