       identification division.
       program-id. simulaCobol.
       environment division.
       input-output section.
       file-control.
           select arq-formulas assign to "FORMULAS.DAT"
               organization is line sequential
               file status is ws-fs-formulas.

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

           select arq-var-master assign to "VARIAVEL.MST"
               organization is indexed
               access mode is dynamic
               record key is varm-chave
               file status is ws-fs-var-master.

           select arq-variaveis assign to "VARIAVEIS.DAT"
               organization is line sequential
               file status is ws-fs-variaveis.

           select arq-catalogo assign to "FORMULA.MST"
               organization is indexed
               access mode is random
               record key is fmlm-id
               file status is ws-fs-catalogo.

           select arq-parametros assign to "PARAMETROS.DAT"
               organization is line sequential
               file status is ws-fs-parametros.

           select arq-cenario assign to "CENARIO.DAT"
               organization is line sequential
               file status is ws-fs-cenario.

           select arq-simulacao assign to "SIMULACAO.DAT"
               organization is line sequential
               file status is ws-fs-simulacao.

           select arq-sort assign to "SORTSIM.TMP".

       data division.
       file section.
       fd  arq-formulas.
       01 reg-formula                       pic x(69).
       copy CTLREC.

       fd  arq-log.
       copy AUDREC.

       fd  arq-historico.
       copy AUDHREC.

       fd  arq-var-master.
       copy VARREC.

       fd  arq-variaveis.
       01 reg-variavel.
           03 var-nome                      pic x(10).
           03 filler                        pic x(1).
           03 var-valor-texto               pic x(14).

       fd  arq-catalogo.
       copy FMLREC.

       fd  arq-parametros.
       01 reg-parametro                     pic x(40).

       fd  arq-cenario.
       01 reg-cenario                       pic x(40).

       fd  arq-simulacao.
       01 reg-simulacao                     pic x(132).

       sd  arq-sort.
       01 reg-sort.
           03 sort-cliente                  pic x(8).
           03 sort-formula                  pic x(60).
           03 sort-expressao                pic x(60).
           03 sort-motivo                   pic x(2).

       working-storage section.
       01 ws-fs-formulas                    pic x(2) value "00".
       01 ws-fs-log                         pic x(2) value "00".
       01 ws-fs-historico                   pic x(2) value "00".
       01 ws-fs-var-master                  pic x(2) value "00".
       01 ws-fs-variaveis                   pic x(2) value "00".
       01 ws-fs-catalogo                    pic x(2) value "00".
       01 ws-fs-parametros                  pic x(2) value "00".
       01 ws-fs-cenario                     pic x(2) value "00".
       01 ws-fs-simulacao                   pic x(2) value "00".

       01 ws-fim-arquivo                    pic x(1) value "N".
           88 ws-fim-arquivo-sim                  value "S".
       01 ws-fim-sort                       pic x(1) value "N".
           88 ws-fim-sort-sim                     value "S".
       01 ws-fim-parametros                 pic x(1) value "N".
           88 ws-fim-parametros-sim               value "S".
       01 ws-fim-variaveis                  pic x(1) value "N".
           88 ws-fim-variaveis-sim                value "S".
       01 ws-erro-fatal                     pic x(1) value "N".
           88 ws-erro-fatal-sim                   value "S".
       01 ws-catalogo-aberto                pic x(1) value "N".
           88 ws-catalogo-aberto-sim              value "S".
       01 ws-historico-aberto               pic x(1) value "N".
           88 ws-historico-aberto-sim             value "S".
       01 ws-variavel-achada                pic x(1) value "N".
           88 ws-variavel-achada-sim              value "S".

       01 ws-origem                         pic x(1) value "F".
           88 ws-origem-formulas                  value "F".
           88 ws-origem-auditoria                 value "A".

       copy LOGREC.

       01 ws-parametro-execucao             pic x(20) value spaces.
       01 ws-parametro-campos redefines ws-parametro-execucao.
           03 ws-parm-data-inicio           pic x(8).
           03 filler                        pic x(1).
           03 ws-parm-data-fim              pic x(8).
           03 filler                        pic x(3).
       01 ws-data-inicio                    pic 9(8) value zeros.
       01 ws-data-fim                       pic 9(8) value zeros.
       01 ws-data-inicio-edicao             pic 9999/99/99.
       01 ws-data-fim-edicao                pic 9999/99/99.

       01 ws-parm-nome                      pic x(20) value spaces.
       01 ws-parm-valor                     pic x(14) value spaces.
       01 ws-max-termos                     pic 9(2) value 5.
       01 ws-limite-magnitude               pic 9(8) value 9999999.

       01 ws-data-execucao                  pic 9(8) value zeros.
       01 ws-data-execucao-edicao           pic 9999/99/99.
       01 ws-data-atual                     pic 9(8) value zeros.
       01 ws-data-cenario                   pic 9(8) value zeros.
       01 ws-data-vigencia                  pic 9(8) value zeros.
       01 ws-data-atual-edicao              pic 9999/99/99.
       01 ws-data-cenario-edicao            pic 9999/99/99.
       01 ws-cenario-pendentes              pic x(1) value "N".
           88 ws-cenario-pendentes-sim            value "S".
       01 ws-usar-pendentes                 pic x(1) value "N".
           88 ws-usar-pendentes-sim               value "S".

      *    Valores alterados pelo cenario (NOME=VALOR em CENARIO.DAT)
       01 ws-tabela-sobreposicoes.
           03 ws-qtd-sobreposicoes          pic 9(3) value zeros.
           03 ws-sobreposicao               occurs 100 times.
               05 ws-sob-nome               pic x(10).
               05 ws-sob-valor              pic s9(7)v99.
       01 ws-ind-sob                        pic 9(3) value zeros.

      *    Vigencia de um registro de VARIAVEL.MST, com ou sem a
      *    alteracao pendente de aprovacao aplicada.
       01 ws-vig-situacao                   pic x(1) value spaces.
       01 ws-vig-valor                      pic s9(7)v99 value zeros.
       01 ws-vig-data-fim                   pic 9(8) value zeros.

       01 ws-ind-variavel                   pic 9(3) value zeros.
       01 ws-ind-achado                     pic 9(3) value zeros.
       01 ws-nome-procurado                 pic x(10) value spaces.
       01 ws-valor-procurado                pic s9(7)v99 value zeros.

       01 ws-variaveis-atuais.
           03 ws-atu-qtd                    pic 9(3).
           03 ws-atu-variavel               occurs 100 times.
               05 ws-atu-nome               pic x(10).
               05 ws-atu-valor              pic s9(7)v99.
       01 ws-variaveis-simuladas.
           03 ws-sim-qtd                    pic 9(3).
           03 ws-sim-variavel               occurs 100 times.
               05 ws-sim-nome               pic x(10).
               05 ws-sim-valor              pic s9(7)v99.

       01 ws-input-formula                  pic x(60) value spaces.
       01 ws-cliente                        pic x(8) value spaces.
       01 ws-formula-id                     pic x(8) value spaces.

       01 ws-grupo-aberto                   pic x(1) value "N".
           88 ws-grupo-aberto-sim                 value "S".
       01 ws-grupo-cliente                  pic x(8) value spaces.
       01 ws-grupo-formula                  pic x(60) value spaces.
       01 ws-grupo-expressao                pic x(60) value spaces.
       01 ws-grupo-motivo                   pic x(2) value spaces.
       01 ws-grupo-qtd                      pic 9(6) value zeros.

       01 ws-cliente-aberto                 pic x(1) value "N".
           88 ws-cliente-aberto-sim               value "S".
       01 ws-cliente-atual                  pic x(8) value spaces.

       01 ws-atual-valido                   pic x(1) value "N".
           88 ws-atual-valido-sim                 value "S".
       01 ws-simulado-valido                pic x(1) value "N".
           88 ws-simulado-valido-sim              value "S".
       01 ws-resultado-atual                pic s9(7)v99 value zeros.
       01 ws-resultado-simulado             pic s9(7)v99 value zeros.
       01 ws-motivo-atual                   pic x(2) value spaces.
       01 ws-motivo-simulado                pic x(2) value spaces.
       01 ws-diferenca                      pic s9(8)v99 value zeros.
       01 ws-percentual                     pic s9(5)v99 value zeros.

       01 ws-totais-cliente.
           03 ws-cli-qtd                    pic 9(8) value zeros.
           03 ws-cli-atual                  pic s9(11)v99 value zeros.
           03 ws-cli-simulado               pic s9(11)v99 value zeros.
       01 ws-totais-gerais.
           03 ws-tot-qtd                    pic 9(8) value zeros.
           03 ws-tot-atual                  pic s9(11)v99 value zeros.
           03 ws-tot-simulado               pic s9(11)v99 value zeros.
       01 ws-total-atual                    pic s9(11)v99 value zeros.
       01 ws-total-simulado                 pic s9(11)v99 value zeros.
       01 ws-total-diferenca                pic s9(12)v99 value zeros.

       01 ws-qtd-lidos                      pic 9(8) value zeros.
       01 ws-qtd-formulas                   pic 9(8) value zeros.
       01 ws-qtd-alteradas                  pic 9(8) value zeros.
       01 ws-qtd-rejeitadas                 pic 9(8) value zeros.

       01 ws-linha-detalhe.
           03 det-cliente                   pic x(8).
           03 filler                        pic x(1).
           03 det-qtd                       pic zzzzz9.
           03 filler                        pic x(1).
           03 det-atual                     pic -zzzzzz9.99.
           03 det-atual-x redefines det-atual
                                            pic x(11).
           03 filler                        pic x(2).
           03 det-simulado                  pic -zzzzzz9.99.
           03 det-simulado-x redefines det-simulado
                                            pic x(11).
           03 filler                        pic x(2).
           03 det-diferenca                 pic -zzzzzzz9.99.
           03 det-diferenca-x redefines det-diferenca
                                            pic x(12).
           03 filler                        pic x(1).
           03 det-percentual                pic -zzzz9.99.
           03 det-percentual-x redefines det-percentual
                                            pic x(9).
           03 filler                        pic x(1).
           03 det-formula                   pic x(60).

       01 ws-linha-total.
           03 tot-rotulo                    pic x(16).
           03 tot-qtd                       pic zzzzzzz9.
           03 filler                        pic x(2).
           03 tot-atual                     pic -zzzzzzzzzz9.99.
           03 filler                        pic x(2).
           03 tot-simulado                  pic -zzzzzzzzzz9.99.
           03 filler                        pic x(2).
           03 tot-diferenca                 pic -zzzzzzzzzzz9.99.
           03 filler                        pic x(1).
           03 tot-percentual                pic -zzzz9.99.
           03 tot-percentual-x redefines tot-percentual
                                            pic x(9).

       01 ws-valor-edicao                   pic -zzzzzz9.99.
       01 ws-valor-edicao-2                 pic -zzzzzz9.99.
       01 ws-qtd-edicao                     pic zzzzzzz9.

       copy EXPRCOMM.

       copy RUNCOMM.

       01 ws-run-registrada                 pic x(1) value "N".
           88 ws-run-registrada-sim               value "S".

       procedure division.

           perform 1000-inicializar.

           if not ws-erro-fatal-sim
               sort arq-sort
                   ascending key sort-cliente
                                 sort-formula
                   input procedure is 4000-selecionar-formulas
                   output procedure is 5000-simular-ordenado
           end-if.

           perform 9000-finalizar.

           stop run.

       1000-inicializar.

           perform 1001-iniciar-run-control.

           accept ws-data-execucao from date yyyymmdd.
           move ws-data-execucao to ws-data-execucao-edicao.
           move ws-data-execucao to ws-data-atual.

           accept ws-parametro-execucao from command-line.
           if ws-parm-data-inicio numeric
               set ws-origem-auditoria to true
               move ws-parm-data-inicio to ws-data-inicio
               if ws-parm-data-fim numeric
                   move ws-parm-data-fim to ws-data-fim
               else
                   move ws-data-inicio to ws-data-fim
               end-if
               if ws-data-fim < ws-data-inicio
                   move ws-data-inicio to ws-data-fim
               end-if
           end-if.

           perform 1005-carregar-parametros.
           move ws-data-atual to ws-data-cenario.
           perform 1010-carregar-cenario.

           if not ws-erro-fatal-sim
               move ws-limite-magnitude to expr-limite-magnitude
               move ws-max-termos       to expr-max-termos

               move ws-data-atual to ws-data-vigencia
               move "N" to ws-usar-pendentes
               perform 1030-carregar-variaveis
               move expr-tabela-variaveis to ws-variaveis-atuais

               move ws-data-cenario to ws-data-vigencia
               move ws-cenario-pendentes to ws-usar-pendentes
               perform 1030-carregar-variaveis
               perform 1050-aplicar-sobreposicoes
               move expr-tabela-variaveis to ws-variaveis-simuladas

               open input arq-catalogo
               if ws-fs-catalogo = "00"
                   set ws-catalogo-aberto-sim to true
               else
                   display "FORMULA.MST NAO DISPONIVEL: "
                           ws-fs-catalogo
               end-if

               open output arq-simulacao
               perform 1100-imprimir-cabecalho
           end-if.

       1001-iniciar-run-control.

           move "I"        to run-com-funcao.
           move "SIMULA"   to run-com-programa.
           move "S"        to run-com-tipo.
           call "RUNCTL" using run-comunicacao.

           if run-com-status = "00"
               set ws-run-registrada-sim to true
           else
               display "ERRO AO GRAVAR RUNCTL.DAT: " run-com-status
           end-if.

      *    Mesmos LIMITE, MAXTERMOS e DATA do calculadoraCobol, para
      *    que o lado atual reproduza o processamento real.
       1005-carregar-parametros.

           open input arq-parametros.
           if ws-fs-parametros = "00"
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

           if ws-max-termos > 30
               move 30 to ws-max-termos
           end-if.
           if ws-max-termos < 1
               move 1 to ws-max-termos
           end-if.

       1006-aplicar-parametro.

           move spaces to ws-parm-nome ws-parm-valor.
           unstring reg-parametro delimited by "="
                    into ws-parm-nome ws-parm-valor
           end-unstring.
           move function upper-case(ws-parm-nome) to ws-parm-nome.

           evaluate true
               when ws-parm-nome not = "MAXTERMOS"
                and ws-parm-nome not = "LIMITE"
                and ws-parm-nome not = "DATA"
                   continue
               when function test-numval(ws-parm-valor) not = zeros
                   display "VALOR INVALIDO PARA PARAMETRO: "
                           ws-parm-nome
               when ws-parm-nome = "MAXTERMOS"
                   if function numval(ws-parm-valor) > 30
                       move 30 to ws-max-termos
                   else
                       compute ws-max-termos =
                               function numval(ws-parm-valor)
                   end-if
               when ws-parm-nome = "LIMITE"
                   if function numval(ws-parm-valor) > 9999999
                       move 9999999 to ws-limite-magnitude
                   else
                       compute ws-limite-magnitude =
                               function numval(ws-parm-valor)
                   end-if
               when ws-parm-nome = "DATA"
                   if function numval(ws-parm-valor) > 0
                       compute ws-data-atual =
                               function numval(ws-parm-valor)
                   end-if
           end-evaluate.

      *    CENARIO.DAT: DATA=AAAAMMDD (vigencia simulada, para
      *    entradas futuras do VARIAVEL.MST), PENDENTES=S (aplica as
      *    alteracoes aguardando aprovacao) e NOME=VALOR para
      *    sobrepor o valor de uma variavel.
       1010-carregar-cenario.

           open input arq-cenario.
           if ws-fs-cenario not = "00"
               display "CENARIO.DAT NAO ENCONTRADO: " ws-fs-cenario
               display "INFORME DATA=, PENDENTES=S OU NOME=VALOR."
               set ws-erro-fatal-sim to true
           else
               move "N" to ws-fim-parametros
               perform until ws-fim-parametros-sim
                   read arq-cenario
                       at end
                           set ws-fim-parametros-sim to true
                       not at end
                           perform 1020-guardar-cenario
                   end-read
               end-perform
               close arq-cenario
           end-if.

       1020-guardar-cenario.

           move spaces to ws-parm-nome ws-parm-valor.
           unstring reg-cenario delimited by "="
                    into ws-parm-nome ws-parm-valor
           end-unstring.
           move function upper-case(ws-parm-nome) to ws-parm-nome.
           move function upper-case(ws-parm-valor) to ws-parm-valor.

           evaluate true
               when ws-parm-nome = spaces
                   continue
               when ws-parm-nome = "PENDENTES"
                   if ws-parm-valor(1:1) = "S"
                       set ws-cenario-pendentes-sim to true
                   end-if
               when function test-numval(ws-parm-valor) not = zeros
                   display "VALOR INVALIDO NO CENARIO: " ws-parm-nome
               when ws-parm-nome = "DATA"
                   if function numval(ws-parm-valor) > 0
                       compute ws-data-cenario =
                               function numval(ws-parm-valor)
                   end-if
               when function numval(ws-parm-valor) >
                       ws-limite-magnitude
                 or function numval(ws-parm-valor) <
                       zero - ws-limite-magnitude
                   display "VALOR EXCEDE O LIMITE NO CENARIO: "
                           ws-parm-nome
               when ws-qtd-sobreposicoes >= 100
                   display "TABELA DO CENARIO CHEIA: " ws-parm-nome
               when other
                   add 1 to ws-qtd-sobreposicoes
                   move ws-parm-nome
                        to ws-sob-nome(ws-qtd-sobreposicoes)
                   compute ws-sob-valor(ws-qtd-sobreposicoes) =
                           function numval(ws-parm-valor)
           end-evaluate.

       1030-carregar-variaveis.

           move zeros to expr-qtd-variaveis.
           move "N"   to ws-fim-variaveis.

           open input arq-var-master.
           if ws-fs-var-master not = "00"
               display "VARIAVEL.MST AUSENTE. USANDO VARIAVEIS.DAT: "
                       ws-fs-var-master
               perform 1035-carregar-variaveis-flat
           else
               move low-values to varm-chave
               start arq-var-master key >= varm-chave
                   invalid key
                       set ws-fim-variaveis-sim to true
               end-start
               perform until ws-fim-variaveis-sim
                   read arq-var-master next
                       at end
                           set ws-fim-variaveis-sim to true
                   end-read
                   if not ws-fim-variaveis-sim
                      and ws-fs-var-master not = "00"
                       set ws-fim-variaveis-sim to true
                   end-if
                   if not ws-fim-variaveis-sim
                       perform 1032-avaliar-vigencia
                   end-if
               end-perform
               close arq-var-master
           end-if.

       1032-avaliar-vigencia.

           move varm-situacao to ws-vig-situacao.
           move varm-valor    to ws-vig-valor.
           move varm-data-fim to ws-vig-data-fim.

           if ws-usar-pendentes-sim
               evaluate varm-pend-operacao
                   when "I"
                       move "A" to ws-vig-situacao
                   when "A"
                       move varm-pend-valor    to ws-vig-valor
                       move varm-pend-data-fim to ws-vig-data-fim
                   when "E"
                       move varm-pend-data-fim to ws-vig-data-fim
               end-evaluate
           end-if.

           if ws-vig-situacao = "E"
              or ws-vig-situacao = "P"
              or varm-data-inicio > ws-data-vigencia
              or (ws-vig-data-fim > zeros
                  and ws-vig-data-fim < ws-data-vigencia)
               continue
           else
               if ws-vig-valor > ws-limite-magnitude
                  or ws-vig-valor < zero - ws-limite-magnitude
                   display "VALOR EXCEDE O LIMITE PARA VARIAVEL: "
                           varm-nome
               else
                   move function upper-case(varm-nome)
                        to ws-nome-procurado
                   move ws-vig-valor to ws-valor-procurado
                   perform 1040-guardar-variavel
               end-if
           end-if.

       1035-carregar-variaveis-flat.

           open input arq-variaveis.
           if ws-fs-variaveis not = "00"
               display "VARIAVEIS.DAT NAO ENCONTRADO: " ws-fs-variaveis
           else
               read arq-variaveis
                   at end
                       set ws-fim-variaveis-sim to true
               end-read
               perform until ws-fim-variaveis-sim
                   if var-nome not = spaces
                      and function test-numval(var-valor-texto) = zeros
                       move function upper-case(var-nome)
                            to ws-nome-procurado
                       compute ws-valor-procurado =
                               function numval(var-valor-texto)
                       perform 1040-guardar-variavel
                   end-if
                   read arq-variaveis
                       at end
                           set ws-fim-variaveis-sim to true
                   end-read
               end-perform
               close arq-variaveis
           end-if.

       1040-guardar-variavel.

           move "N"   to ws-variavel-achada.
           move zeros to ws-ind-achado.

           perform varying ws-ind-variavel from 1 by 1
                   until ws-ind-variavel > expr-qtd-variaveis
                      or ws-variavel-achada-sim
               if expr-variavel-nome(ws-ind-variavel)
                      = ws-nome-procurado
                   set ws-variavel-achada-sim to true
                   move ws-ind-variavel to ws-ind-achado
               end-if
           end-perform.

           if ws-variavel-achada-sim
               move ws-valor-procurado
                    to expr-variavel-valor(ws-ind-achado)
           else
               if expr-qtd-variaveis >= 100
                   display "TABELA DE VARIAVEIS CHEIA: "
                           ws-nome-procurado
               else
                   add 1 to expr-qtd-variaveis
                   move ws-nome-procurado
                        to expr-variavel-nome(expr-qtd-variaveis)
                   move ws-valor-procurado
                        to expr-variavel-valor(expr-qtd-variaveis)
               end-if
           end-if.

       1050-aplicar-sobreposicoes.

           perform varying ws-ind-sob from 1 by 1
                   until ws-ind-sob > ws-qtd-sobreposicoes
               move ws-sob-nome(ws-ind-sob)  to ws-nome-procurado
               move ws-sob-valor(ws-ind-sob) to ws-valor-procurado
               perform 1040-guardar-variavel
           end-perform.

       1100-imprimir-cabecalho.

           move spaces to reg-simulacao.
           string "SIMULACAO DE RESULTADOS COM VARIAVEIS PROPOSTAS"
                                            delimited by size
                  "  DATA: "                delimited by size
                  ws-data-execucao-edicao   delimited by size
                  "  (NENHUM ARQUIVO DE PRODUCAO ALTERADO)"
                                            delimited by size
                  into reg-simulacao
           end-string.
           write reg-simulacao.

           move spaces to reg-simulacao.
           if ws-origem-auditoria
               move ws-data-inicio to ws-data-inicio-edicao
               move ws-data-fim    to ws-data-fim-edicao
               string "ORIGEM: AUDITORIA DE " delimited by size
                      ws-data-inicio-edicao   delimited by size
                      " ATE "                 delimited by size
                      ws-data-fim-edicao      delimited by size
                      into reg-simulacao
               end-string
           else
               move "ORIGEM: FORMULAS.DAT" to reg-simulacao
           end-if.
           write reg-simulacao.

           move ws-data-atual   to ws-data-atual-edicao.
           move ws-data-cenario to ws-data-cenario-edicao.
           move spaces to reg-simulacao.
           string "VIGENCIA ATUAL: "        delimited by size
                  ws-data-atual-edicao      delimited by size
                  "  VIGENCIA SIMULADA: "   delimited by size
                  ws-data-cenario-edicao    delimited by size
                  "  PENDENTES DE APROVACAO: "
                                            delimited by size
                  ws-cenario-pendentes      delimited by size
                  into reg-simulacao
           end-string.
           write reg-simulacao.

           move spaces to reg-simulacao.
           write reg-simulacao.

           move "VARIAVEIS COM VALOR DIFERENTE NO CENARIO:"
               to reg-simulacao.
           write reg-simulacao.

           perform varying ws-ind-variavel from 1 by 1
                   until ws-ind-variavel > ws-sim-qtd
               perform 1110-comparar-variavel
           end-perform.

           move spaces to reg-simulacao.
           write reg-simulacao.

           move spaces to reg-simulacao.
           string "CLIENTE     QTD       ATUAL     SIMULADO"
                                            delimited by size
                  "     DIFERENCA    VAR.% FORMULA"
                                            delimited by size
                  into reg-simulacao
           end-string.
           write reg-simulacao.

       1110-comparar-variavel.

           move "N"   to ws-variavel-achada.
           move zeros to ws-ind-achado.
           perform varying ws-ind-sob from 1 by 1
                   until ws-ind-sob > ws-atu-qtd
                      or ws-variavel-achada-sim
               if ws-atu-nome(ws-ind-sob)
                      = ws-sim-nome(ws-ind-variavel)
                   set ws-variavel-achada-sim to true
                   move ws-ind-sob to ws-ind-achado
               end-if
           end-perform.

           move ws-sim-valor(ws-ind-variavel) to ws-valor-edicao-2.
           move spaces to reg-simulacao.

           if not ws-variavel-achada-sim
               string "  "                         delimited by size
                      ws-sim-nome(ws-ind-variavel) delimited by size
                      "  ATUAL: (SEM VALOR)  SIMULADO: "
                                                   delimited by size
                      ws-valor-edicao-2            delimited by size
                      into reg-simulacao
               end-string
               write reg-simulacao
           else
               if ws-atu-valor(ws-ind-achado)
                      not = ws-sim-valor(ws-ind-variavel)
                   move ws-atu-valor(ws-ind-achado) to ws-valor-edicao
                   string "  "                     delimited by size
                          ws-sim-nome(ws-ind-variavel)
                                                   delimited by size
                          "  ATUAL: "              delimited by size
                          ws-valor-edicao          delimited by size
                          "  SIMULADO: "           delimited by size
                          ws-valor-edicao-2        delimited by size
                          into reg-simulacao
                   end-string
                   write reg-simulacao
               end-if
           end-if.

       4000-selecionar-formulas.

           if ws-origem-auditoria
               perform 4200-selecionar-master
               perform 4300-selecionar-historico
           else
               perform 4100-selecionar-formulas-dat
           end-if.

       4100-selecionar-formulas-dat.

           move "N" to ws-fim-arquivo.

           open input arq-formulas.
           if ws-fs-formulas not = "00"
               display "FORMULAS.DAT NAO ENCONTRADO: " ws-fs-formulas
           else
               perform until ws-fim-arquivo-sim
                   read arq-formulas
                       at end
                           set ws-fim-arquivo-sim to true
                       not at end
                           if not (loth-tipo = "HDR"
                                   and loth-separador-1 = ";")
                              and not (lott-tipo = "TRL"
                                   and lott-separador-1 = ";")
                               perform 4110-liberar-formula
                           end-if
                   end-read
               end-perform
               close arq-formulas
           end-if.

       4110-liberar-formula.

           add 1 to ws-qtd-lidos.

           move spaces to ws-cliente.
           if reg-formula(9:1) = ";"
               move reg-formula(1:8)   to ws-cliente
               move reg-formula(10:60) to ws-input-formula
           else
               move reg-formula(1:60)  to ws-input-formula
           end-if.

           move ws-cliente       to sort-cliente.
           move ws-input-formula to sort-formula.
           move ws-input-formula to sort-expressao.
           move spaces           to sort-motivo.

           if ws-input-formula(1:1) = "@"
               perform 4120-expandir-formula
           end-if.

           release reg-sort.

       4120-expandir-formula.

           move function upper-case(ws-input-formula(2:8))
                to ws-formula-id.
           move ws-formula-id to fmlm-id.
           if ws-catalogo-aberto-sim
               read arq-catalogo
                   invalid key
                       continue
               end-read
           else
               move "35" to ws-fs-catalogo
           end-if.

           if ws-fs-catalogo not = "00"
              or fmlm-situacao not = "A"
               move "11" to sort-motivo
           else
               move fmlm-expressao to sort-expressao
           end-if.

       4200-selecionar-master.

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
                           perform 4500-liberar-auditoria
                       end-if
                   end-if
               end-perform
               close arq-log
           end-if.

       4300-selecionar-historico.

           move "N" to ws-fim-arquivo.

           open input arq-historico.
           if ws-fs-historico not = "00"
               if ws-fs-historico not = "35"
                   display "AUDITHIS.DAT NAO DISPONIVEL: "
                           ws-fs-historico
               end-if
           else
               set ws-historico-aberto-sim to true
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
                           perform 4500-liberar-auditoria
                       end-if
                   end-if
               end-perform
               close arq-historico
           end-if.

      *    Um calculo por registro de passo final; registros antigos,
      *    sem o indicador, sao agrupados pela formula do mesmo jeito.
      *    Formula catalogada e simulada na versao em vigor hoje; se
      *    saiu do catalogo, vale a expressao gravada na auditoria.
       4500-liberar-auditoria.

           if log-passo-final not = "N"
              and log-situacao not = "E"
               add 1 to ws-qtd-lidos
               move log-cliente to sort-cliente
               move log-formula to sort-formula
               move log-formula to sort-expressao
               move spaces      to sort-motivo
               if log-formula-id not = spaces
                   move spaces to sort-formula
                   string "@"            delimited by size
                          log-formula-id delimited by size
                          into sort-formula
                   end-string
                   move sort-formula to ws-input-formula
                   perform 4120-expandir-formula
                   move spaces to sort-motivo
               end-if
               release reg-sort
           end-if.

       5000-simular-ordenado.

           move "N" to ws-fim-sort ws-grupo-aberto ws-cliente-aberto.

           perform until ws-fim-sort-sim
               return arq-sort
                   at end
                       set ws-fim-sort-sim to true
                   not at end
                       perform 5100-processar-ordenado
               end-return
           end-perform.

           if ws-grupo-aberto-sim
               perform 5500-fechar-grupo
           end-if.
           if ws-cliente-aberto-sim
               perform 5700-fechar-cliente
           end-if.

       5100-processar-ordenado.

           if ws-grupo-aberto-sim
              and (sort-cliente not = ws-grupo-cliente
                or sort-formula not = ws-grupo-formula)
               perform 5500-fechar-grupo
           end-if.

           if ws-cliente-aberto-sim
              and sort-cliente not = ws-cliente-atual
               perform 5700-fechar-cliente
           end-if.

           if not ws-cliente-aberto-sim
               set ws-cliente-aberto-sim to true
               move sort-cliente to ws-cliente-atual
               move zeros to ws-cli-qtd ws-cli-atual ws-cli-simulado
           end-if.

           if not ws-grupo-aberto-sim
               set ws-grupo-aberto-sim to true
               move sort-cliente   to ws-grupo-cliente
               move sort-formula   to ws-grupo-formula
               move sort-expressao to ws-grupo-expressao
               move sort-motivo    to ws-grupo-motivo
               move zeros          to ws-grupo-qtd
           end-if.

           add 1 to ws-grupo-qtd.

      *    Cada formula distinta do cliente e avaliada duas vezes:
      *    com as variaveis vigentes e com as do cenario.
       5500-fechar-grupo.

           add 1 to ws-qtd-formulas.

           move "N" to ws-atual-valido ws-simulado-valido.
           move zeros to ws-resultado-atual ws-resultado-simulado.
           move ws-grupo-motivo to ws-motivo-atual ws-motivo-simulado.

           if ws-grupo-motivo = spaces
               move ws-variaveis-atuais to expr-tabela-variaveis
               move ws-grupo-expressao  to expr-formula
               call "CALCEXPR" using expr-comunicacao
               if expr-valido-sim
                   set ws-atual-valido-sim to true
                   move expr-resultado to ws-resultado-atual
               else
                   move expr-motivo-rejeicao to ws-motivo-atual
               end-if

               move ws-variaveis-simuladas to expr-tabela-variaveis
               move ws-grupo-expressao     to expr-formula
               call "CALCEXPR" using expr-comunicacao
               if expr-valido-sim
                   set ws-simulado-valido-sim to true
                   move expr-resultado to ws-resultado-simulado
               else
                   move expr-motivo-rejeicao to ws-motivo-simulado
               end-if
           end-if.

           if not ws-atual-valido-sim
              or not ws-simulado-valido-sim
               add 1 to ws-qtd-rejeitadas
           end-if.

           perform 5600-imprimir-detalhe.

           move "N" to ws-grupo-aberto.

       5600-imprimir-detalhe.

           move spaces to ws-linha-detalhe.
           move ws-grupo-cliente to det-cliente.
           move ws-grupo-qtd     to det-qtd.
           move ws-grupo-formula to det-formula.

           if ws-atual-valido-sim
               move ws-resultado-atual to det-atual
               compute ws-total-atual =
                       ws-resultado-atual * ws-grupo-qtd
               add ws-total-atual to ws-cli-atual ws-tot-atual
           else
               move "REJ. MOT "     to det-atual-x
               move ws-motivo-atual to det-atual-x(10:2)
           end-if.

           if ws-simulado-valido-sim
               move ws-resultado-simulado to det-simulado
               compute ws-total-simulado =
                       ws-resultado-simulado * ws-grupo-qtd
               add ws-total-simulado to ws-cli-simulado
                                        ws-tot-simulado
           else
               move "REJ. MOT "        to det-simulado-x
               move ws-motivo-simulado to det-simulado-x(10:2)
           end-if.

           if ws-atual-valido-sim and ws-simulado-valido-sim
               compute ws-diferenca =
                       ws-resultado-simulado - ws-resultado-atual
               move ws-diferenca to det-diferenca
               if ws-diferenca not = zeros
                   add 1 to ws-qtd-alteradas
               end-if
               if ws-resultado-atual = zeros
                   move "      N/D" to det-percentual-x
               else
                   compute ws-percentual rounded =
                           ws-diferenca * 100 / ws-resultado-atual
                       on size error
                           move 99999.99 to ws-percentual
                   end-compute
                   move ws-percentual to det-percentual
               end-if
           end-if.

           add ws-grupo-qtd to ws-cli-qtd ws-tot-qtd.

           move ws-linha-detalhe to reg-simulacao.
           write reg-simulacao.

       5700-fechar-cliente.

           move spaces to ws-linha-total.
           move spaces to tot-rotulo.
           string "TOTAL "          delimited by size
                  ws-cliente-atual  delimited by size
                  into tot-rotulo
           end-string.
           move ws-cli-qtd      to tot-qtd.
           move ws-cli-atual    to ws-total-atual.
           move ws-cli-simulado to ws-total-simulado.
           perform 5800-imprimir-total.

           move spaces to reg-simulacao.
           write reg-simulacao.

           move "N" to ws-cliente-aberto.

       5800-imprimir-total.

           move ws-total-atual    to tot-atual.
           move ws-total-simulado to tot-simulado.
           compute ws-total-diferenca =
                   ws-total-simulado - ws-total-atual.
           move ws-total-diferenca to tot-diferenca.

           if ws-total-atual = zeros
               move "      N/D" to tot-percentual-x
           else
               compute ws-percentual rounded =
                       ws-total-diferenca * 100 / ws-total-atual
                   on size error
                       move 99999.99 to ws-percentual
               end-compute
               move ws-percentual to tot-percentual
           end-if.

           move ws-linha-total to reg-simulacao.
           write reg-simulacao.

       9000-finalizar.

           if ws-erro-fatal-sim
               move 8 to return-code
           else
               move spaces to ws-linha-total
               move "TOTAL GERAL" to tot-rotulo
               move ws-tot-qtd      to tot-qtd
               move ws-tot-atual    to ws-total-atual
               move ws-tot-simulado to ws-total-simulado
               perform 5800-imprimir-total

               move spaces to reg-simulacao
               write reg-simulacao

               move ws-qtd-lidos to ws-qtd-edicao
               move spaces to reg-simulacao
               string "CALCULOS CONSIDERADOS.......: "
                          delimited by size
                      ws-qtd-edicao delimited by size
                      into reg-simulacao
               end-string
               write reg-simulacao

               move ws-qtd-formulas to ws-qtd-edicao
               move spaces to reg-simulacao
               string "FORMULAS SIMULADAS..........: "
                          delimited by size
                      ws-qtd-edicao delimited by size
                      into reg-simulacao
               end-string
               write reg-simulacao

               move ws-qtd-alteradas to ws-qtd-edicao
               move spaces to reg-simulacao
               string "COM RESULTADO DIFERENTE.....: "
                          delimited by size
                      ws-qtd-edicao delimited by size
                      into reg-simulacao
               end-string
               write reg-simulacao

               move ws-qtd-rejeitadas to ws-qtd-edicao
               move spaces to reg-simulacao
               string "REJEITADAS EM ALGUM CENARIO.: "
                          delimited by size
                      ws-qtd-edicao delimited by size
                      into reg-simulacao
               end-string
               write reg-simulacao

               if ws-catalogo-aberto-sim
                   close arq-catalogo
               end-if
               close arq-simulacao

               if ws-qtd-rejeitadas > zeros
                   move 4 to return-code
               end-if

               display "SIMULACAO ENCERRADA. FORMULAS="
                       ws-qtd-formulas
                       " ALTERADAS=" ws-qtd-alteradas
           end-if.

           perform 9600-fechar-run-control.

       9600-fechar-run-control.

           if ws-run-registrada-sim
               move "F" to run-com-funcao
               move return-code       to run-com-retorno
               move ws-qtd-lidos      to run-com-qtd-lidos
               move ws-qtd-formulas   to run-com-qtd-calculados
               move ws-qtd-rejeitadas to run-com-qtd-rejeitados
               call "RUNCTL" using run-comunicacao
               if run-com-status not = "00"
                   display "ERRO AO ENCERRAR RUNCTL.DAT: "
                           run-com-status
               end-if
               move run-com-retorno to return-code
           end-if.

       end program simulaCobol.
