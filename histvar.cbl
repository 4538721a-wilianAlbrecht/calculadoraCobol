       identification division.
       program-id. histvarCobol.
       environment division.
       input-output section.
       file-control.
           select arq-var-historico assign to "VARHIST.DAT"
               organization is indexed
               access mode is dynamic
               record key is varh-chave
               file status is ws-fs-var-historico.

           select arq-impressao assign to "HISTVAR.DAT"
               organization is line sequential
               file status is ws-fs-impressao.

       data division.
       file section.
       fd  arq-var-historico.
       copy VARHREC.

       fd  arq-impressao.
       01 reg-impressao                     pic x(132).

       working-storage section.
       01 ws-fs-var-historico               pic x(2) value "00".
       01 ws-fs-impressao                   pic x(2) value "00".

       01 ws-fim-arquivo                    pic x(1) value "N".
           88 ws-fim-arquivo-sim                  value "S".
       01 ws-historico-aberto               pic x(1) value "N".
           88 ws-historico-aberto-sim             value "S".

       01 ws-parametro-execucao             pic x(20) value spaces.
       01 ws-parametro-campos redefines ws-parametro-execucao.
           03 ws-parm-data-inicio           pic x(8).
           03 filler                        pic x(1).
           03 ws-parm-data-fim              pic x(8).
           03 filler                        pic x(3).

       01 ws-data-inicio                    pic 9(8) value zeros.
       01 ws-data-fim                       pic 9(8) value 99999999.
       01 ws-data-inicio-edicao             pic 9999/99/99.
       01 ws-data-fim-edicao                pic 9999/99/99.

       01 ws-data-execucao                  pic 9(8) value zeros.
       01 ws-data-execucao-edicao           pic 9999/99/99.

       01 ws-pagina                         pic 9(4) value zeros.
       01 ws-linhas-na-pagina               pic 9(3) value zeros.
       01 ws-max-linhas-por-pagina          pic 9(3) value 55.

       01 ws-descricao-acao                 pic x(11) value spaces.
       01 ws-descricao-operacao             pic x(9) value spaces.
       01 ws-valor-anterior-edicao          pic -zzzzzz9.99.
       01 ws-valor-novo-edicao              pic -zzzzzz9.99.
       01 ws-data-fim-ant-edicao            pic 9(8).
       01 ws-data-fim-nova-edicao           pic 9(8).
       01 ws-hora-edicao                    pic 9(6).
       01 ws-hora-solicitacao-edicao        pic 9(6).

       01 ws-totais.
           03 ws-tot-lidos                  pic 9(8) value zeros.
           03 ws-tot-solicitacoes           pic 9(8) value zeros.
           03 ws-tot-aprovacoes             pic 9(8) value zeros.
           03 ws-tot-rejeicoes              pic 9(8) value zeros.
           03 ws-tot-pendentes              pic s9(8) value zeros.
       01 ws-qtd-edicao                     pic zzzzzzz9.
       01 ws-pendentes-edicao               pic -zzzzzzz9.

       copy RUNCOMM.

       01 ws-run-registrada                 pic x(1) value "N".
           88 ws-run-registrada-sim               value "S".

       procedure division.

           perform 1000-inicializar.

           perform 2000-processar-historico
               until ws-fim-arquivo-sim.

           perform 9000-finalizar.

           stop run.

       1000-inicializar.

           perform 1001-iniciar-run-control.

           accept ws-parametro-execucao from command-line.
           if ws-parm-data-inicio numeric
               move ws-parm-data-inicio to ws-data-inicio
               if ws-parm-data-fim numeric
                   move ws-parm-data-fim to ws-data-fim
               else
                   move ws-data-inicio to ws-data-fim
               end-if
           end-if.
           if ws-data-fim < ws-data-inicio
               move ws-data-inicio to ws-data-fim
           end-if.

           accept ws-data-execucao from date yyyymmdd.
           move ws-data-execucao to ws-data-execucao-edicao.

           open output arq-impressao.

           open input arq-var-historico.
           if ws-fs-var-historico not = "00"
               display "VARHIST.DAT NAO DISPONIVEL: "
                       ws-fs-var-historico
               set ws-fim-arquivo-sim to true
               if ws-fs-var-historico not = "35"
                   move 8 to return-code
               end-if
           else
               set ws-historico-aberto-sim to true
               move ws-data-inicio to varh-data
               move zeros to varh-hora varh-sequencia
               start arq-var-historico key >= varh-chave
                   invalid key
                       set ws-fim-arquivo-sim to true
               end-start
           end-if.

           perform 2100-imprimir-cabecalho.

           if not ws-fim-arquivo-sim
               perform 2900-ler-historico
           end-if.

       1001-iniciar-run-control.

           move "I"        to run-com-funcao.
           move "HISTVAR"  to run-com-programa.
           call "RUNCTL" using run-comunicacao.

           if run-com-status = "00"
               set ws-run-registrada-sim to true
           else
               display "ERRO AO GRAVAR RUNCTL.DAT: " run-com-status
           end-if.

       2000-processar-historico.

           if ws-linhas-na-pagina = zeros
               perform 2100-imprimir-cabecalho
           end-if.

           perform 2200-acumular-totais.
           perform 2300-imprimir-detalhe.

           perform 2900-ler-historico.

       2100-imprimir-cabecalho.

           add 1 to ws-pagina.
           move zeros to ws-linhas-na-pagina.

           move spaces to reg-impressao.
           string "HISTORICO DE ALTERACOES DE VARIAVEIS"
                                               delimited by size
                  "  DATA: "                   delimited by size
                  ws-data-execucao-edicao      delimited by size
                  "  PAGINA: "                 delimited by size
                  ws-pagina                    delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           move ws-data-inicio to ws-data-inicio-edicao.
           move ws-data-fim    to ws-data-fim-edicao.
           move spaces to reg-impressao.
           string "PERIODO SELECIONADO: " delimited by size
                  ws-data-inicio-edicao   delimited by size
                  " ATE "                 delimited by size
                  ws-data-fim-edicao      delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           move spaces to reg-impressao.
           write reg-impressao.

           move spaces to reg-impressao.
           string "DATA     HORA   ACAO        OPERACAO  VARIAVEL"
                       delimited by size
                  "   INICIO    VALOR ANT. FIM ANT."
                       delimited by size
                  "  VALOR NOVO FIM NOVO SOLICIT. HR SOL APROVAD."
                       delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           add 4 to ws-linhas-na-pagina.

       2200-acumular-totais.

           add 1 to ws-tot-lidos.

           evaluate varh-acao
               when "S"
                   add 1 to ws-tot-solicitacoes
                   add 1 to ws-tot-pendentes
                   move "SOLICITACAO" to ws-descricao-acao
               when "A"
                   add 1 to ws-tot-aprovacoes
                   subtract 1 from ws-tot-pendentes
                   move "APROVACAO"   to ws-descricao-acao
               when "R"
                   add 1 to ws-tot-rejeicoes
                   subtract 1 from ws-tot-pendentes
                   move "REJEICAO"    to ws-descricao-acao
               when other
                   move varh-acao     to ws-descricao-acao
           end-evaluate.

           evaluate varh-operacao
               when "I"
                   move "INCLUSAO"  to ws-descricao-operacao
               when "A"
                   move "ALTERACAO" to ws-descricao-operacao
               when "E"
                   move "EXPIRACAO" to ws-descricao-operacao
               when other
                   move varh-operacao to ws-descricao-operacao
           end-evaluate.

       2300-imprimir-detalhe.

           move varh-valor-anterior    to ws-valor-anterior-edicao.
           move varh-valor-novo        to ws-valor-novo-edicao.
           move varh-data-fim-anterior to ws-data-fim-ant-edicao.
           move varh-data-fim-nova     to ws-data-fim-nova-edicao.
           move varh-hora(1:6)         to ws-hora-edicao.
           move varh-hora-solicitacao(1:6)
                                       to ws-hora-solicitacao-edicao.

           move spaces to reg-impressao.
           string varh-data                delimited by size
                  " "                      delimited by size
                  ws-hora-edicao           delimited by size
                  " "                      delimited by size
                  ws-descricao-acao        delimited by size
                  " "                      delimited by size
                  ws-descricao-operacao    delimited by size
                  " "                      delimited by size
                  varh-nome                delimited by size
                  " "                      delimited by size
                  varh-data-inicio         delimited by size
                  " "                      delimited by size
                  ws-valor-anterior-edicao delimited by size
                  " "                      delimited by size
                  ws-data-fim-ant-edicao   delimited by size
                  " "                      delimited by size
                  ws-valor-novo-edicao     delimited by size
                  " "                      delimited by size
                  ws-data-fim-nova-edicao  delimited by size
                  " "                      delimited by size
                  varh-solicitante         delimited by size
                  " "                      delimited by size
                  ws-hora-solicitacao-edicao
                                           delimited by size
                  " "                      delimited by size
                  varh-aprovador           delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           add 1 to ws-linhas-na-pagina.

           if ws-linhas-na-pagina >= ws-max-linhas-por-pagina
               move zeros to ws-linhas-na-pagina
           end-if.

       2900-ler-historico.

           read arq-var-historico next
               at end
                   set ws-fim-arquivo-sim to true
           end-read.

           if not ws-fim-arquivo-sim
              and ws-fs-var-historico not = "00"
               set ws-fim-arquivo-sim to true
           end-if.

           if not ws-fim-arquivo-sim
               if varh-data > ws-data-fim
                   set ws-fim-arquivo-sim to true
               end-if
           end-if.

       9000-finalizar.

           move spaces to reg-impressao.
           write reg-impressao.

           move spaces to reg-impressao.
           string "TOTAIS DO PERIODO" delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           move ws-tot-solicitacoes to ws-qtd-edicao.
           move spaces to reg-impressao.
           string "  SOLICITACOES.........: " delimited by size
                  ws-qtd-edicao               delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           move ws-tot-aprovacoes to ws-qtd-edicao.
           move spaces to reg-impressao.
           string "  APROVACOES...........: " delimited by size
                  ws-qtd-edicao               delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           move ws-tot-rejeicoes to ws-qtd-edicao.
           move spaces to reg-impressao.
           string "  REJEICOES............: " delimited by size
                  ws-qtd-edicao               delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           move ws-tot-pendentes to ws-pendentes-edicao.
           move spaces to reg-impressao.
           string "  SALDO SEM DECISAO....:"  delimited by size
                  ws-pendentes-edicao         delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           move ws-tot-lidos to ws-qtd-edicao.
           move spaces to reg-impressao.
           string "TOTAL DE MOVIMENTOS....: " delimited by size
                  ws-qtd-edicao               delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           if ws-historico-aberto-sim
               close arq-var-historico
           end-if.
           close arq-impressao.

           display "HISTORICO DE VARIAVEIS EMITIDO. MOVIMENTOS="
                   ws-tot-lidos.

           perform 9600-fechar-run-control.

       9600-fechar-run-control.

           if ws-run-registrada-sim
               move "F" to run-com-funcao
               move return-code      to run-com-retorno
               move ws-tot-lidos     to run-com-qtd-lidos
               move ws-tot-lidos     to run-com-qtd-calculados
               move zeros            to run-com-qtd-rejeitados
               call "RUNCTL" using run-comunicacao
               if run-com-status not = "00"
                   display "ERRO AO ENCERRAR RUNCTL.DAT: "
                           run-com-status
               end-if
               move run-com-retorno to return-code
           end-if.

       end program histvarCobol.
