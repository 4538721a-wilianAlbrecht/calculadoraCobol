       identification division.
       program-id. faturaCobol.
       environment division.
       input-output section.
       file-control.
           select arq-log assign to "AUDITORIA.MST"
               organization is indexed
               access mode is dynamic
               record key is aud-chave
               file status is ws-fs-log.

           select arq-historico assign to "AUDITHIS.DAT"
               organization is indexed
               access mode is dynamic
               record key is his-chave
               file status is ws-fs-historico.

           select arq-tarifas assign to "TARIFA.DAT"
               organization is line sequential
               file status is ws-fs-tarifas.

           select arq-parametros assign to "PARAMETROS.DAT"
               organization is line sequential
               file status is ws-fs-parametros.

           select arq-clientes assign to "CLIENTE.MST"
               organization is indexed
               access mode is random
               record key is clim-codigo
               file status is ws-fs-clientes.

           select arq-faturado assign to "FATURADO.MST"
               organization is indexed
               access mode is dynamic
               record key is fat-competencia
               file status is ws-fs-faturado.

           select arq-fatura assign to "FATURA.DAT"
               organization is line sequential
               file status is ws-fs-fatura.

           select arq-diario assign to "DIARIO.DAT"
               organization is line sequential
               file status is ws-fs-diario.

       data division.
       file section.
       fd  arq-log.
       copy AUDREC.

       fd  arq-historico.
       copy AUDHREC.

       fd  arq-tarifas.
       01 reg-tarifa.
           03 trf-cliente                   pic x(8).
           03 filler                        pic x(1).
           03 trf-preco-batch               pic x(14).
           03 filler                        pic x(1).
           03 trf-preco-online              pic x(14).
           03 filler                        pic x(1).
           03 trf-preco-passo               pic x(14).
           03 filler                        pic x(1).
           03 trf-minimo                    pic x(14).

       fd  arq-parametros.
       01 reg-parametro                     pic x(40).

       fd  arq-clientes.
       copy CLIREC.

       fd  arq-faturado.
       copy FATREC.

       fd  arq-fatura.
       01 reg-fatura                        pic x(132).

       fd  arq-diario.
       copy DIAREC.

       working-storage section.
       01 ws-fs-log                         pic x(2) value "00".
       01 ws-fs-historico                   pic x(2) value "00".
       01 ws-fs-tarifas                     pic x(2) value "00".
       01 ws-fs-parametros                  pic x(2) value "00".
       01 ws-fs-clientes                    pic x(2) value "00".
       01 ws-fs-faturado                    pic x(2) value "00".
       01 ws-fs-fatura                      pic x(2) value "00".
       01 ws-fs-diario                      pic x(2) value "00".

       01 ws-fim-arquivo                    pic x(1) value "N".
           88 ws-fim-arquivo-sim                  value "S".
       01 ws-erro-fatal                     pic x(1) value "N".
           88 ws-erro-fatal-sim                   value "S".
       01 ws-clientes-aberto                pic x(1) value "N".
           88 ws-clientes-aberto-sim              value "S".
       01 ws-faturado-aberto                pic x(1) value "N".
           88 ws-faturado-aberto-sim              value "S".

       copy LOGREC.

       01 ws-parametro-execucao             pic x(20) value spaces.
       01 ws-parametro-campos redefines ws-parametro-execucao.
           03 ws-parm-competencia           pic x(6).
           03 filler                        pic x(14).

       01 ws-competencia                    pic 9(6) value zeros.
       01 ws-competencia-campos redefines ws-competencia.
           03 ws-comp-ano                   pic 9(4).
           03 ws-comp-mes                   pic 9(2).
       01 ws-competencia-edicao             pic 99/9999.
       01 ws-competencia-invertida          pic 9(6) value zeros.
       01 ws-data-inicio                    pic 9(8) value zeros.
       01 ws-data-fim                       pic 9(8) value zeros.

       01 ws-data-execucao                  pic 9(8) value zeros.
       01 ws-data-execucao-campos redefines ws-data-execucao.
           03 ws-exec-ano                   pic 9(4).
           03 ws-exec-mes                   pic 9(2).
           03 ws-exec-dia                   pic 9(2).
       01 ws-data-execucao-edicao           pic 9999/99/99.
       01 ws-hora-execucao                  pic 9(8) value zeros.

       01 ws-fim-parametros                 pic x(1) value "N".
           88 ws-fim-parametros-sim               value "S".
       01 ws-parm-nome                      pic x(20) value spaces.
       01 ws-parm-valor                     pic x(14) value spaces.
       01 ws-centro-servico                 pic x(8) value spaces.

       01 ws-tabela-tarifas.
           03 ws-qtd-tarifas                pic 9(3) value zeros.
           03 ws-tarifa                     occurs 100 times.
               05 ws-trf-cliente            pic x(8).
               05 ws-trf-preco-batch        pic 9(5)v9(4).
               05 ws-trf-preco-online       pic 9(5)v9(4).
               05 ws-trf-preco-passo        pic 9(5)v9(4).
               05 ws-trf-minimo             pic 9(7)v99.
       01 ws-ind-tarifa                     pic 9(3) value zeros.
       01 ws-ind-tarifa-padrao              pic 9(3) value zeros.
       01 ws-ind-tarifa-achada              pic 9(3) value zeros.

       01 ws-tabela-clientes.
           03 ws-qtd-clientes               pic 9(3) value zeros.
           03 ws-cliente-fat                occurs 500 times.
               05 ws-fat-cliente            pic x(8).
               05 ws-fat-qtd-batch          pic 9(8).
               05 ws-fat-qtd-online         pic 9(8).
               05 ws-fat-qtd-passos         pic 9(8).
       01 ws-ind-cli                        pic 9(3) value zeros.
       01 ws-ind-cli-achado                 pic 9(3) value zeros.
       01 ws-ind-desloca                    pic 9(3) value zeros.
       01 ws-cli-achado                     pic x(1) value "N".
           88 ws-cli-achado-sim                   value "S".

       01 ws-nome-cliente                   pic x(30) value spaces.
       01 ws-valor-batch                    pic 9(9)v99 value zeros.
       01 ws-valor-online                   pic 9(9)v99 value zeros.
       01 ws-valor-passos                   pic 9(9)v99 value zeros.
       01 ws-valor-subtotal                 pic 9(9)v99 value zeros.
       01 ws-valor-complemento              pic 9(9)v99 value zeros.
       01 ws-valor-fatura                   pic 9(9)v99 value zeros.

       01 ws-totais.
           03 ws-qtd-lidos                  pic 9(8) value zeros.
           03 ws-qtd-faturas                pic 9(6) value zeros.
           03 ws-qtd-sem-tarifa             pic 9(6) value zeros.
           03 ws-tot-calculos               pic 9(8) value zeros.
           03 ws-tot-batch                  pic 9(8) value zeros.
           03 ws-tot-online                 pic 9(8) value zeros.
           03 ws-tot-passos                 pic 9(8) value zeros.
           03 ws-tot-faturado               pic 9(11)v99 value zeros.
           03 ws-qtd-lancamentos            pic 9(8) value zeros.
           03 ws-tot-debitos                pic 9(13)v99 value zeros.
           03 ws-tot-creditos               pic 9(13)v99 value zeros.

       01 ws-qtd-edicao                     pic zzzzzzz9.
       01 ws-preco-edicao                   pic zzzz9.9999.
       01 ws-valor-edicao                   pic zzzzzzzzz9.99.
       01 ws-total-edicao                   pic zzzzzzzzzzzz9.99.
       01 ws-num-fatura-edicao              pic 999999.

       copy RUNCOMM.

       01 ws-run-registrada                 pic x(1) value "N".
           88 ws-run-registrada-sim               value "S".

       procedure division.

           perform 1000-inicializar.

           if not ws-erro-fatal-sim
               perform 2000-ler-auditoria
           end-if.

           if not ws-erro-fatal-sim
               perform 5000-emitir-faturas
           end-if.

           perform 9000-finalizar.

           stop run.

       1000-inicializar.

           perform 1001-iniciar-run-control.

           accept ws-data-execucao from date yyyymmdd.
           accept ws-hora-execucao from time.
           move ws-data-execucao to ws-data-execucao-edicao.

           accept ws-parametro-execucao from command-line.
           if ws-parm-competencia numeric
               move ws-parm-competencia to ws-competencia
           else
               move ws-exec-ano to ws-comp-ano
               move ws-exec-mes to ws-comp-mes
               if ws-comp-mes = 1
                   subtract 1 from ws-comp-ano
                   move 12 to ws-comp-mes
               else
                   subtract 1 from ws-comp-mes
               end-if
           end-if.

           if ws-comp-mes < 1 or ws-comp-mes > 12
               display "COMPETENCIA INVALIDA (AAAAMM): "
                       ws-parm-competencia
               set ws-erro-fatal-sim to true
           else
               compute ws-data-inicio = ws-competencia * 100 + 1
               compute ws-data-fim    = ws-competencia * 100 + 31
               compute ws-competencia-invertida =
                       ws-comp-mes * 10000 + ws-comp-ano
               move ws-competencia-invertida to ws-competencia-edicao
               display "COMPETENCIA A FATURAR: " ws-competencia-edicao
           end-if.

           if not ws-erro-fatal-sim
               perform 1005-carregar-parametros
           end-if.

           if not ws-erro-fatal-sim
               perform 1030-carregar-tarifas
           end-if.

           if not ws-erro-fatal-sim
               perform 1050-verificar-faturado
           end-if.

       1001-iniciar-run-control.

           move "I"        to run-com-funcao.
           move "FATURA"   to run-com-programa.
           call "RUNCTL" using run-comunicacao.

           if run-com-status = "00"
               set ws-run-registrada-sim to true
           else
               display "ERRO AO GRAVAR RUNCTL.DAT: " run-com-status
           end-if.

       1005-carregar-parametros.

           open input arq-parametros.
           if ws-fs-parametros not = "00"
               display "PARAMETROS.DAT AUSENTE: " ws-fs-parametros
           else
               move "N" to ws-fim-parametros
               perform until ws-fim-parametros-sim
                   read arq-parametros
                       at end
                           set ws-fim-parametros-sim to true
                       not at end
                           perform 1006-aplicar-parametro
                   end-read
               end-perform
               close arq-parametros
           end-if.

           if ws-centro-servico = spaces
               display "CENTRO PRESTADOR NAO INFORMADO (CENTROSERV)"
               set ws-erro-fatal-sim to true
           end-if.

       1006-aplicar-parametro.

           move spaces to ws-parm-nome ws-parm-valor.
           unstring reg-parametro delimited by "="
                    into ws-parm-nome ws-parm-valor
           end-unstring.
           move function upper-case(ws-parm-nome) to ws-parm-nome.

           if ws-parm-nome = "CENTROSERV"
               move function upper-case(ws-parm-valor)
                    to ws-centro-servico
           end-if.

       1030-carregar-tarifas.

           move zeros to ws-qtd-tarifas ws-ind-tarifa-padrao.
           move "N" to ws-fim-arquivo.

           open input arq-tarifas.
           if ws-fs-tarifas not = "00"
               display "TARIFA.DAT NAO ENCONTRADO: " ws-fs-tarifas
               set ws-erro-fatal-sim to true
           else
               perform until ws-fim-arquivo-sim
                   read arq-tarifas
                       at end
                           set ws-fim-arquivo-sim to true
                       not at end
                           perform 1040-guardar-tarifa
                   end-read
               end-perform
               close arq-tarifas

               if ws-qtd-tarifas = zeros
                   display "TARIFA.DAT SEM TARIFAS VALIDAS"
                   set ws-erro-fatal-sim to true
               end-if
           end-if.

       1040-guardar-tarifa.

           evaluate true
               when trf-cliente = spaces
                   continue
               when function test-numval(trf-preco-batch)  not = zeros
                 or function test-numval(trf-preco-online) not = zeros
                 or function test-numval(trf-preco-passo)  not = zeros
                 or function test-numval(trf-minimo)       not = zeros
                   display "TARIFA INVALIDA PARA CLIENTE: " trf-cliente
               when ws-qtd-tarifas >= 100
                   display "TABELA DE TARIFAS CHEIA: " trf-cliente
               when other
                   add 1 to ws-qtd-tarifas
                   move function upper-case(trf-cliente)
                        to ws-trf-cliente(ws-qtd-tarifas)
                   compute ws-trf-preco-batch(ws-qtd-tarifas) =
                           function numval(trf-preco-batch)
                   compute ws-trf-preco-online(ws-qtd-tarifas) =
                           function numval(trf-preco-online)
                   compute ws-trf-preco-passo(ws-qtd-tarifas) =
                           function numval(trf-preco-passo)
                   compute ws-trf-minimo(ws-qtd-tarifas) =
                           function numval(trf-minimo)
                   if ws-trf-cliente(ws-qtd-tarifas) = "*PADRAO*"
                       move ws-qtd-tarifas to ws-ind-tarifa-padrao
                   end-if
           end-evaluate.

       1050-verificar-faturado.

           open i-o arq-faturado.
           if ws-fs-faturado = "35"
               open output arq-faturado
               close arq-faturado
               open i-o arq-faturado
           end-if.

           if ws-fs-faturado not = "00"
               display "FATURADO.MST NAO DISPONIVEL: " ws-fs-faturado
               set ws-erro-fatal-sim to true
           else
               set ws-faturado-aberto-sim to true
               move ws-competencia to fat-competencia
               read arq-faturado
                   invalid key
                       continue
               end-read
               if ws-fs-faturado = "00"
                   display "COMPETENCIA JA FATURADA EM "
                           fat-data-geracao "-" fat-hora-geracao
                   display "FATURAMENTO NAO SERA REPETIDO."
                   set ws-erro-fatal-sim to true
               end-if
           end-if.

       2000-ler-auditoria.

           perform 2100-ler-master.
           perform 2200-ler-historico.

           if ws-qtd-clientes = zeros
               display "NENHUM CALCULO FATURAVEL NA COMPETENCIA "
                       ws-competencia-edicao
               move 4 to return-code
               set ws-erro-fatal-sim to true
           end-if.

       2100-ler-master.

           move "N" to ws-fim-arquivo.

           open input arq-log.
           if ws-fs-log not = "00"
               display "AUDITORIA.MST NAO ENCONTRADO: " ws-fs-log
           else
               move ws-data-inicio to aud-data
               move zeros to aud-hora aud-sequencia
               start arq-log key >= aud-chave
                   invalid key
                       set ws-fim-arquivo-sim to true
               end-start

               perform until ws-fim-arquivo-sim
                   read arq-log next
                       at end
                           set ws-fim-arquivo-sim to true
                   end-read
                   if not ws-fim-arquivo-sim
                      and ws-fs-log not = "00"
                       set ws-fim-arquivo-sim to true
                   end-if
                   if not ws-fim-arquivo-sim
                       if aud-data > ws-data-fim
                           set ws-fim-arquivo-sim to true
                       else
                           move aud-registro to reg-log-detalhe
                           perform 2500-acumular-registro
                       end-if
                   end-if
               end-perform
               close arq-log
           end-if.

       2200-ler-historico.

           move "N" to ws-fim-arquivo.

           open input arq-historico.
           if ws-fs-historico not = "00"
               if ws-fs-historico not = "35"
                   display "AUDITHIS.DAT NAO DISPONIVEL: "
                           ws-fs-historico
               end-if
           else
               move ws-data-inicio to his-data
               move zeros to his-hora his-sequencia
               start arq-historico key >= his-chave
                   invalid key
                       set ws-fim-arquivo-sim to true
               end-start

               perform until ws-fim-arquivo-sim
                   read arq-historico next
                       at end
                           set ws-fim-arquivo-sim to true
                   end-read
                   if not ws-fim-arquivo-sim
                      and ws-fs-historico not = "00"
                       set ws-fim-arquivo-sim to true
                   end-if
                   if not ws-fim-arquivo-sim
                       if his-data > ws-data-fim
                           set ws-fim-arquivo-sim to true
                       else
                           move his-registro to reg-log-detalhe
                           perform 2500-acumular-registro
                       end-if
                   end-if
               end-perform
               close arq-historico
           end-if.

       2500-acumular-registro.

           add 1 to ws-qtd-lidos.

      *    Registros de execucao estornada nao sao faturados.
           if log-situacao = "E"
               move zeros to ws-ind-cli-achado
           else
               perform 2600-localizar-cliente
           end-if.

           if ws-ind-cli-achado > zeros
               add 1 to ws-fat-qtd-passos(ws-ind-cli-achado)
               if log-passo-final not = "N"
                   if log-origem = "O"
                       add 1 to ws-fat-qtd-online(ws-ind-cli-achado)
                   else
                       add 1 to ws-fat-qtd-batch(ws-ind-cli-achado)
                   end-if
               end-if
           end-if.

       2600-localizar-cliente.

           move "N"   to ws-cli-achado.
           move zeros to ws-ind-cli-achado.

           perform varying ws-ind-cli from 1 by 1
                   until ws-ind-cli > ws-qtd-clientes
                      or ws-cli-achado-sim
                      or ws-fat-cliente(ws-ind-cli) > log-cliente
               if ws-fat-cliente(ws-ind-cli) = log-cliente
                   set ws-cli-achado-sim to true
                   move ws-ind-cli to ws-ind-cli-achado
               end-if
           end-perform.

           if not ws-cli-achado-sim
               if ws-qtd-clientes >= 500
                   display "TABELA DE CLIENTES CHEIA: " log-cliente
                   set ws-erro-fatal-sim to true
                   move 8 to return-code
               else
                   perform 2610-inserir-cliente
               end-if
           end-if.

       2610-inserir-cliente.

           if ws-ind-cli > ws-qtd-clientes
               compute ws-ind-cli-achado = ws-qtd-clientes + 1
           else
               move ws-ind-cli to ws-ind-cli-achado
           end-if.

           perform varying ws-ind-desloca from ws-qtd-clientes by -1
                   until ws-ind-desloca < ws-ind-cli-achado
               move ws-cliente-fat(ws-ind-desloca)
                    to ws-cliente-fat(ws-ind-desloca + 1)
           end-perform.

           add 1 to ws-qtd-clientes.
           move log-cliente to ws-fat-cliente(ws-ind-cli-achado).
           move zeros to ws-fat-qtd-batch(ws-ind-cli-achado)
                         ws-fat-qtd-online(ws-ind-cli-achado)
                         ws-fat-qtd-passos(ws-ind-cli-achado).

       5000-emitir-faturas.

           open output arq-fatura.
           open output arq-diario.

           open input arq-clientes.
           if ws-fs-clientes = "00"
               set ws-clientes-aberto-sim to true
           else
               display "CLIENTE.MST NAO DISPONIVEL: " ws-fs-clientes
           end-if.

           move spaces to reg-dia-header.
           move "H"                to diah-tipo.
           move ws-competencia     to diah-competencia.
           move ws-data-execucao   to diah-data-geracao.
           move run-com-hora       to diah-id-execucao.
           move ws-centro-servico  to diah-centro-servico.
           write reg-dia-header.

           perform varying ws-ind-cli from 1 by 1
                   until ws-ind-cli > ws-qtd-clientes
               perform 5100-faturar-cliente
           end-perform.

           move spaces to reg-dia-trailer.
           move "T"                to diat-tipo.
           move ws-qtd-lancamentos to diat-qtd-lancamentos.
           move ws-tot-debitos     to diat-total-debitos.
           move ws-tot-creditos    to diat-total-creditos.
           write reg-dia-trailer.

           perform 5800-imprimir-resumo.

           close arq-fatura.
           close arq-diario.
           if ws-clientes-aberto-sim
               close arq-clientes
           end-if.

           if ws-qtd-faturas > zeros
               perform 6000-registrar-competencia
           end-if.

       5100-faturar-cliente.

           perform 5110-localizar-tarifa.

           if ws-ind-tarifa-achada = zeros
               display "CLIENTE SEM TARIFA, NAO FATURADO: "
                       ws-fat-cliente(ws-ind-cli)
               add 1 to ws-qtd-sem-tarifa
           else
               compute ws-valor-batch rounded =
                       ws-fat-qtd-batch(ws-ind-cli)
                     * ws-trf-preco-batch(ws-ind-tarifa-achada)
               compute ws-valor-online rounded =
                       ws-fat-qtd-online(ws-ind-cli)
                     * ws-trf-preco-online(ws-ind-tarifa-achada)
               compute ws-valor-passos rounded =
                       ws-fat-qtd-passos(ws-ind-cli)
                     * ws-trf-preco-passo(ws-ind-tarifa-achada)
               compute ws-valor-subtotal = ws-valor-batch
                     + ws-valor-online + ws-valor-passos

               move zeros to ws-valor-complemento
               if ws-valor-subtotal <
                       ws-trf-minimo(ws-ind-tarifa-achada)
                   compute ws-valor-complemento =
                           ws-trf-minimo(ws-ind-tarifa-achada)
                         - ws-valor-subtotal
               end-if
               compute ws-valor-fatura = ws-valor-subtotal
                     + ws-valor-complemento

               add 1 to ws-qtd-faturas
               add ws-fat-qtd-batch(ws-ind-cli)  to ws-tot-batch
                                                    ws-tot-calculos
               add ws-fat-qtd-online(ws-ind-cli) to ws-tot-online
                                                    ws-tot-calculos
               add ws-fat-qtd-passos(ws-ind-cli) to ws-tot-passos
               add ws-valor-fatura to ws-tot-faturado

               perform 5120-buscar-nome-cliente
               perform 5200-imprimir-fatura

               if ws-valor-fatura > zeros
                   perform 5300-gravar-lancamentos
               end-if
           end-if.

       5110-localizar-tarifa.

           move ws-ind-tarifa-padrao to ws-ind-tarifa-achada.

           perform varying ws-ind-tarifa from 1 by 1
                   until ws-ind-tarifa > ws-qtd-tarifas
               if ws-trf-cliente(ws-ind-tarifa) =
                       ws-fat-cliente(ws-ind-cli)
                   move ws-ind-tarifa to ws-ind-tarifa-achada
               end-if
           end-perform.

       5120-buscar-nome-cliente.

           move "*** CLIENTE NAO CADASTRADO ***" to ws-nome-cliente.

           if ws-clientes-aberto-sim
               move ws-fat-cliente(ws-ind-cli) to clim-codigo
               read arq-clientes
                   invalid key
                       continue
                   not invalid key
                       move clim-nome to ws-nome-cliente
               end-read
           end-if.

       5200-imprimir-fatura.

           move ws-qtd-faturas to ws-num-fatura-edicao.

           move spaces to reg-fatura.
           string "FATURA DE SERVICOS DE CALCULO NO. "
                       delimited by size
                  ws-competencia           delimited by size
                  "-"                      delimited by size
                  ws-num-fatura-edicao     delimited by size
                  "   COMPETENCIA: "       delimited by size
                  ws-competencia-edicao    delimited by size
                  "   EMISSAO: "           delimited by size
                  ws-data-execucao-edicao  delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move spaces to reg-fatura.
           write reg-fatura.

           move spaces to reg-fatura.
           string "CLIENTE..........: "      delimited by size
                  ws-fat-cliente(ws-ind-cli) delimited by size
                  " - "                      delimited by size
                  ws-nome-cliente            delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move spaces to reg-fatura.
           string "CENTRO A DEBITAR.: "      delimited by size
                  ws-fat-cliente(ws-ind-cli) delimited by size
                  "   CENTRO PRESTADOR: "    delimited by size
                  ws-centro-servico          delimited by size
                  "   TARIFA: "              delimited by size
                  ws-trf-cliente(ws-ind-tarifa-achada)
                                             delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move spaces to reg-fatura.
           write reg-fatura.

           move spaces to reg-fatura.
           string "DESCRICAO                        "
                       delimited by size
                  "QUANTIDADE  PRECO UNIT.          VALOR"
                       delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move ws-fat-qtd-batch(ws-ind-cli) to ws-qtd-edicao.
           move ws-trf-preco-batch(ws-ind-tarifa-achada)
                to ws-preco-edicao.
           move ws-valor-batch to ws-valor-edicao.
           move spaces to reg-fatura.
           string "CALCULOS BATCH (ORIGEM B)......  "
                                        delimited by size
                  ws-qtd-edicao         delimited by size
                  "   "                 delimited by size
                  ws-preco-edicao       delimited by size
                  " "                   delimited by size
                  ws-valor-edicao       delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move ws-fat-qtd-online(ws-ind-cli) to ws-qtd-edicao.
           move ws-trf-preco-online(ws-ind-tarifa-achada)
                to ws-preco-edicao.
           move ws-valor-online to ws-valor-edicao.
           move spaces to reg-fatura.
           string "CALCULOS ONLINE (ORIGEM O).....  "
                                        delimited by size
                  ws-qtd-edicao         delimited by size
                  "   "                 delimited by size
                  ws-preco-edicao       delimited by size
                  " "                   delimited by size
                  ws-valor-edicao       delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move ws-fat-qtd-passos(ws-ind-cli) to ws-qtd-edicao.
           move ws-trf-preco-passo(ws-ind-tarifa-achada)
                to ws-preco-edicao.
           move ws-valor-passos to ws-valor-edicao.
           move spaces to reg-fatura.
           string "PASSOS DE CALCULO..............  "
                                        delimited by size
                  ws-qtd-edicao         delimited by size
                  "   "                 delimited by size
                  ws-preco-edicao       delimited by size
                  " "                   delimited by size
                  ws-valor-edicao       delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move ws-valor-subtotal to ws-valor-edicao.
           move spaces to reg-fatura.
           string "SUBTOTAL.......................  "
                                        delimited by size
                  "                        "
                                        delimited by size
                  ws-valor-edicao       delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           if ws-valor-complemento > zeros
               move ws-trf-minimo(ws-ind-tarifa-achada)
                    to ws-valor-edicao
               move spaces to reg-fatura
               string "  MINIMO MENSAL DA TARIFA: " delimited by size
                      ws-valor-edicao               delimited by size
                      into reg-fatura
               end-string
               write reg-fatura

               move ws-valor-complemento to ws-valor-edicao
               move spaces to reg-fatura
               string "COMPLEMENTO PARA O MINIMO......  "
                                            delimited by size
                      "                        "
                                            delimited by size
                      ws-valor-edicao       delimited by size
                      into reg-fatura
               end-string
               write reg-fatura
           end-if.

           move ws-valor-fatura to ws-valor-edicao.
           move spaces to reg-fatura.
           string "TOTAL DA FATURA................  "
                                        delimited by size
                  "                        "
                                        delimited by size
                  ws-valor-edicao       delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move spaces to reg-fatura.
           write reg-fatura.
           move all "-" to reg-fatura.
           write reg-fatura.
           move spaces to reg-fatura.
           write reg-fatura.

       5300-gravar-lancamentos.

           move spaces to reg-dia-lancamento.
           add 1 to ws-qtd-lancamentos.
           move "D"                        to dial-tipo.
           move ws-qtd-lancamentos         to dial-sequencia.
           move "D"                        to dial-natureza.
           move ws-fat-cliente(ws-ind-cli) to dial-centro-custo.
           move ws-centro-servico          to dial-contrapartida.
           move ws-valor-fatura            to dial-valor.
           move ws-competencia             to dial-competencia.
           string "FATURA CALCULOS "       delimited by size
                  ws-competencia           delimited by size
                  "-"                      delimited by size
                  ws-num-fatura-edicao     delimited by size
                  into dial-historico
           end-string.
           write reg-dia-lancamento.
           add ws-valor-fatura to ws-tot-debitos.

           add 1 to ws-qtd-lancamentos.
           move ws-qtd-lancamentos         to dial-sequencia.
           move "C"                        to dial-natureza.
           move ws-centro-servico          to dial-centro-custo.
           move ws-fat-cliente(ws-ind-cli) to dial-contrapartida.
           write reg-dia-lancamento.
           add ws-valor-fatura to ws-tot-creditos.

       5800-imprimir-resumo.

           move spaces to reg-fatura.
           string "RESUMO DO FATURAMENTO  COMPETENCIA: "
                       delimited by size
                  ws-competencia-edicao    delimited by size
                  "   EMISSAO: "           delimited by size
                  ws-data-execucao-edicao  delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move spaces to reg-fatura.
           write reg-fatura.

           move ws-qtd-lidos to ws-qtd-edicao.
           move spaces to reg-fatura.
           string "REGISTROS DE AUDITORIA LIDOS...: "
                       delimited by size
                  ws-qtd-edicao delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move ws-qtd-faturas to ws-qtd-edicao.
           move spaces to reg-fatura.
           string "FATURAS EMITIDAS...............: "
                       delimited by size
                  ws-qtd-edicao delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move ws-qtd-sem-tarifa to ws-qtd-edicao.
           move spaces to reg-fatura.
           string "CLIENTES SEM TARIFA............: "
                       delimited by size
                  ws-qtd-edicao delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move ws-tot-batch to ws-qtd-edicao.
           move spaces to reg-fatura.
           string "CALCULOS BATCH FATURADOS.......: "
                       delimited by size
                  ws-qtd-edicao delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move ws-tot-online to ws-qtd-edicao.
           move spaces to reg-fatura.
           string "CALCULOS ONLINE FATURADOS......: "
                       delimited by size
                  ws-qtd-edicao delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move ws-tot-passos to ws-qtd-edicao.
           move spaces to reg-fatura.
           string "PASSOS FATURADOS...............: "
                       delimited by size
                  ws-qtd-edicao delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move ws-tot-faturado to ws-total-edicao.
           move spaces to reg-fatura.
           string "VALOR TOTAL FATURADO...........: "
                       delimited by size
                  ws-total-edicao delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move ws-qtd-lancamentos to ws-qtd-edicao.
           move spaces to reg-fatura.
           string "LANCAMENTOS NO DIARIO..........: "
                       delimited by size
                  ws-qtd-edicao delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move ws-tot-debitos to ws-total-edicao.
           move spaces to reg-fatura.
           string "TOTAL A DEBITO.................: "
                       delimited by size
                  ws-total-edicao delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move ws-tot-creditos to ws-total-edicao.
           move spaces to reg-fatura.
           string "TOTAL A CREDITO................: "
                       delimited by size
                  ws-total-edicao delimited by size
                  into reg-fatura
           end-string.
           write reg-fatura.

           move spaces to reg-fatura.
           if ws-tot-debitos = ws-tot-creditos
              and ws-tot-debitos = ws-tot-faturado
               move "SITUACAO: DIARIO BALANCEADO" to reg-fatura
           else
               move "SITUACAO: DIARIO NAO BALANCEADO" to reg-fatura
               move 8 to return-code
           end-if.
           write reg-fatura.

       6000-registrar-competencia.

           move ws-competencia     to fat-competencia.
           move ws-data-execucao   to fat-data-geracao.
           move ws-hora-execucao   to fat-hora-geracao.
           move ws-qtd-faturas     to fat-qtd-clientes.
           move ws-tot-calculos    to fat-qtd-calculos.
           move ws-tot-faturado    to fat-valor-total.

           write reg-faturado
               invalid key
                   display "ERRO AO GRAVAR FATURADO.MST: "
                           ws-fs-faturado
                   move 8 to return-code
           end-write.

       9000-finalizar.

           if ws-faturado-aberto-sim
               close arq-faturado
           end-if.

           evaluate true
               when ws-erro-fatal-sim and return-code = zeros
                   move 8 to return-code
               when ws-erro-fatal-sim
                   continue
               when return-code = zeros and ws-qtd-sem-tarifa > zeros
                   move 4 to return-code
           end-evaluate.

           display "FATURAMENTO ENCERRADO. FATURAS=" ws-qtd-faturas
                   " CALCULOS=" ws-tot-calculos
                   " SEM TARIFA=" ws-qtd-sem-tarifa.

           perform 9600-fechar-run-control.

       9600-fechar-run-control.

           if ws-run-registrada-sim
               move "F" to run-com-funcao
               move return-code       to run-com-retorno
               move ws-qtd-lidos      to run-com-qtd-lidos
               move ws-tot-calculos   to run-com-qtd-calculados
               move ws-qtd-sem-tarifa to run-com-qtd-rejeitados
               call "RUNCTL" using run-comunicacao
               if run-com-status not = "00"
                   display "ERRO AO ENCERRAR RUNCTL.DAT: "
                           run-com-status
               end-if
               move run-com-retorno to return-code
           end-if.

       end program faturaCobol.
