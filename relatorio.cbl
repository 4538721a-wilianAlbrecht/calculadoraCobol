               organization is line sequential
               file status is ws-fs-csv.

           select arq-clientes assign to "CLIENTE.MST"
               organization is indexed
               access mode is random
               record key is clim-codigo
               file status is ws-fs-clientes.

       data division.
       file section.
       fd  arq-log.
       fd  arq-csv.
       01 reg-csv                           pic x(200).

       fd  arq-clientes.
       copy CLIREC.

       working-storage section.
       01 ws-fs-log                         pic x(2) value "00".
       01 ws-fs-historico                   pic x(2) value "00".
       01 ws-fs-impressao                   pic x(2) value "00".
       01 ws-fs-parametros                  pic x(2) value "00".
       01 ws-fs-csv                         pic x(2) value "00".
       01 ws-fs-clientes                    pic x(2) value "00".
       01 ws-clientes-aberto                pic x(1) value "N".
           88 ws-clientes-aberto-sim              value "S".
       01 ws-fim-arquivo                    pic x(1) value "N".
           88 ws-fim-arquivo-sim                  value "S".
       01 ws-fim-master                     pic x(1) value "N".
           03 ws-tot-qtd-geral               pic 9(5) value zeros.
           03 ws-tot-qtd-online              pic 9(5) value zeros.
           03 ws-tot-qtd-batch               pic 9(5) value zeros.
           03 ws-tot-qtd-estornados          pic 9(5) value zeros.

       01 ws-qtd-edicao                     pic zzzz9.
       01 ws-soma-edicao                    pic -zzzzzz9.99.
           03 ws-qtd-clientes               pic 9(2) value zeros.
           03 ws-clientes-dia               occurs 30 times.
               05 ws-cli-codigo             pic x(8).
               05 ws-cli-nome               pic x(30).
               05 ws-cli-ops                occurs 5 times.
                   07 ws-cli-qtd            pic 9(5).
                   07 ws-cli-soma           pic s9(7)v99.
               perform 2920-ler-historico
           end-if.

           open input arq-clientes.
           if ws-fs-clientes = "00"
               set ws-clientes-aberto-sim to true
           else
               display "CLIENTE.MST NAO DISPONIVEL: " ws-fs-clientes
           end-if.

           perform 2900-ler-auditoria.

       1001-iniciar-run-control.

           evaluate true
               when ws-parm-nome = spaces
               when ws-parm-nome = "CENTROSERV"
               when ws-parm-nome(1:6) = "VARPCT"
               when ws-parm-nome(1:6) = "VARABS"
               when ws-parm-nome = "VARALTA"
               when ws-parm-nome = "DIASRETORNO"
                   continue
               when function test-numval(ws-parm-valor) not = zeros
                   display "VALOR INVALIDO PARA PARAMETRO: "
           end-string.
           write reg-impressao.

      *    Registros estornados ficam fora do relatorio e dos totais;
      *    apenas a quantidade e informada no final.
       2900-ler-auditoria.

           perform 2905-selecionar-registro.
           perform until ws-fim-arquivo-sim
                      or log-situacao not = "E"
               add 1 to ws-tot-qtd-estornados
               perform 2905-selecionar-registro
           end-perform.

       2905-selecionar-registro.

           evaluate true
               when ws-fim-master-sim and ws-fim-historico-sim
                   set ws-fim-arquivo-sim to true
                   move ws-qtd-clientes to ws-ind-cli-achado
                   move log-cliente
                        to ws-cli-codigo(ws-ind-cli-achado)
                   perform 2280-buscar-nome-cliente
                   perform varying ws-ind-op-cli from 1 by 1
                           until ws-ind-op-cli > 5
                       move zeros to ws-cli-qtd
               end-add
           end-if.

       2280-buscar-nome-cliente.

           move "*** CLIENTE NAO CADASTRADO ***"
                to ws-cli-nome(ws-ind-cli-achado).

           if ws-clientes-aberto-sim
               move log-cliente to clim-codigo
               read arq-clientes
                   invalid key
                       continue
                   not invalid key
                       move clim-nome
                            to ws-cli-nome(ws-ind-cli-achado)
               end-read
           end-if.

       2350-gravar-detalhe-csv.

           compute ws-csv-valor-1 = function numval(log-primeiro).
           string "  CLIENTE "              delimited by size
                  ws-cli-codigo(ws-ind-cli) delimited by size
                  " "                       delimited by size
                  ws-cli-nome(ws-ind-cli)   delimited by size
                  " "                       delimited by size
                  ws-op-simbolo(ws-ind-op)  delimited by size
                  " QTD: "                  delimited by size
                  ws-qtd-edicao             delimited by size
           end-string.
           write reg-impressao.

           move ws-tot-qtd-estornados to ws-qtd-edicao.
           move spaces to reg-impressao.
           string "  ESTORNADOS (FORA)....: " delimited by size
                  ws-qtd-edicao               delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           move ws-tot-qtd-geral to ws-csv-qtd.
           move spaces to reg-csv.
           string "T;;;TOTAL;;;;;;" delimited by size
           end-if.
           close arq-impressao.
           close arq-csv.
           if ws-clientes-aberto-sim
               close arq-clientes
           end-if.

           perform 9600-fechar-run-control.

                   display "ERRO AO ENCERRAR RUNCTL.DAT: "
                           run-com-status
               end-if
               move run-com-retorno to return-code
           end-if.

       end program relatorioCobol.
