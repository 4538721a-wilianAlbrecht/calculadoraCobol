       identification division.
       program-id. variacaoCobol.
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

           select arq-parametros assign to "PARAMETROS.DAT"
               organization is line sequential
               file status is ws-fs-parametros.

           select arq-impressao assign to "VARIACAO.DAT"
               organization is line sequential
               file status is ws-fs-impressao.

           select arq-excecoes assign to "EXCECOES.DAT"
               organization is line sequential
               file status is ws-fs-excecoes.

           select arq-sort assign to "SORTVAR.TMP".

       data division.
       file section.
       fd  arq-log.
       copy AUDREC.

       fd  arq-historico.
       copy AUDHREC.

       fd  arq-parametros.
       01 reg-parametro                     pic x(40).

       fd  arq-impressao.
       01 reg-impressao                     pic x(132).

       fd  arq-excecoes.
       copy EXCREC.

       sd  arq-sort.
       01 reg-sort.
           03 sort-cliente                  pic x(8).
           03 sort-formula                  pic x(60).
           03 sort-data                     pic 9(8).
           03 sort-hora                     pic 9(8).
           03 sort-resultado                pic s9(7)v99.

       working-storage section.
       01 ws-fs-log                         pic x(2) value "00".
       01 ws-fs-historico                   pic x(2) value "00".
       01 ws-fs-parametros                  pic x(2) value "00".
       01 ws-fs-impressao                   pic x(2) value "00".
       01 ws-fs-excecoes                    pic x(2) value "00".

       01 ws-fim-arquivo                    pic x(1) value "N".
           88 ws-fim-arquivo-sim                  value "S".
       01 ws-fim-sort                       pic x(1) value "N".
           88 ws-fim-sort-sim                     value "S".
       01 ws-fim-parametros                 pic x(1) value "N".
           88 ws-fim-parametros-sim               value "S".
       01 ws-erro-fatal                     pic x(1) value "N".
           88 ws-erro-fatal-sim                   value "S".

       copy LOGREC.

       01 ws-parametro-execucao             pic x(20) value spaces.
       01 ws-parametro-campos redefines ws-parametro-execucao.
           03 ws-parm-data-referencia       pic x(8).
           03 filler                        pic x(12).

       01 ws-data-referencia                pic 9(8) value zeros.
       01 ws-data-referencia-edicao         pic 9999/99/99.
       01 ws-data-execucao                  pic 9(8) value zeros.
       01 ws-data-execucao-edicao           pic 9999/99/99.

       01 ws-parm-nome                      pic x(20) value spaces.
       01 ws-parm-valor                     pic x(14) value spaces.
       01 ws-parm-cliente                   pic x(8) value spaces.

      *    Tolerancias: percentual e absoluta. Zero desliga o teste.
      *    A variacao e de severidade alta quando passa o fator
      *    VARALTA vezes a tolerancia.
       01 ws-tol-pct-padrao                 pic 9(5)v99 value 10.
       01 ws-tol-abs-padrao                 pic 9(9)v99 value zeros.
       01 ws-fator-alta                     pic 9(3)v99 value 3.

       01 ws-tabela-tolerancias.
           03 ws-qtd-tolerancias            pic 9(3) value zeros.
           03 ws-tolerancia                 occurs 100 times.
               05 ws-tol-cliente            pic x(8).
               05 ws-tol-pct                pic 9(5)v99.
               05 ws-tol-tem-pct            pic x(1).
               05 ws-tol-abs                pic 9(9)v99.
               05 ws-tol-tem-abs            pic x(1).
       01 ws-ind-tol                        pic 9(3) value zeros.
       01 ws-ind-tol-achada                 pic 9(3) value zeros.

       01 ws-tol-pct-aplicada               pic 9(5)v99 value zeros.
       01 ws-tol-abs-aplicada               pic 9(9)v99 value zeros.

       01 ws-resultado-num                  pic s9(7)v99 value zeros.

       01 ws-grupo-aberto                   pic x(1) value "N".
           88 ws-grupo-aberto-sim                 value "S".
       01 ws-grupo-cliente                  pic x(8) value spaces.
       01 ws-grupo-formula                  pic x(60) value spaces.
       01 ws-tem-atual                      pic x(1) value "N".
           88 ws-tem-atual-sim                    value "S".
       01 ws-tem-anterior                   pic x(1) value "N".
           88 ws-tem-anterior-sim                 value "S".
       01 ws-resultado-atual                pic s9(7)v99 value zeros.
       01 ws-resultado-anterior             pic s9(7)v99 value zeros.
       01 ws-data-anterior                  pic 9(8) value zeros.

       01 ws-diferenca                      pic s9(9)v99 value zeros.
       01 ws-diferenca-abs                  pic 9(9)v99 value zeros.
       01 ws-percentual                     pic s9(4)v99 value zeros.
       01 ws-percentual-abs                 pic 9(4)v99 value zeros.
       01 ws-base-abs                       pic 9(7)v99 value zeros.
       01 ws-severidade                     pic x(1) value spaces.
           88 ws-severidade-alta                  value "A".
           88 ws-severidade-normal                value "N".

       01 ws-totais.
           03 ws-qtd-lidos                  pic 9(8) value zeros.
           03 ws-qtd-extraidos              pic 9(8) value zeros.
           03 ws-qtd-comparados             pic 9(8) value zeros.
           03 ws-qtd-sem-historico          pic 9(8) value zeros.
           03 ws-qtd-excecoes               pic 9(8) value zeros.
           03 ws-qtd-altas                  pic 9(8) value zeros.

       01 ws-pagina                         pic 9(4) value zeros.
       01 ws-linhas-na-pagina               pic 9(3) value zeros.
       01 ws-max-linhas-por-pagina          pic 9(3) value 55.

       01 ws-qtd-edicao                     pic zzzzzzz9.
       01 ws-resultado-edicao               pic -zzzzzz9.99.
       01 ws-anterior-edicao                pic -zzzzzz9.99.
       01 ws-diferenca-edicao               pic -zzzzzzzz9.99.
       01 ws-percentual-edicao              pic -zzz9.99.
       01 ws-pct-tol-edicao                 pic zzzz9.99.
       01 ws-abs-tol-edicao                 pic zzzzzzzz9.99.
       01 ws-fator-edicao                   pic zz9.99.
       01 ws-descricao-severidade           pic x(6) value spaces.

       copy RUNCOMM.

       01 ws-run-registrada                 pic x(1) value "N".
           88 ws-run-registrada-sim               value "S".

       procedure division.

           perform 1000-inicializar.

           if not ws-erro-fatal-sim
               sort arq-sort
                   ascending key sort-cliente
                                 sort-formula
                                 sort-data
                                 sort-hora
                   input procedure is 4000-extrair-resultados
                   output procedure is 5000-comparar-ordenado
           end-if.

           perform 9000-finalizar.

           stop run.

       1000-inicializar.

           perform 1001-iniciar-run-control.

           accept ws-data-execucao from date yyyymmdd.
           move ws-data-execucao to ws-data-execucao-edicao.

           accept ws-parametro-execucao from command-line.
           if ws-parm-data-referencia numeric
               move ws-parm-data-referencia to ws-data-referencia
           else
               move ws-data-execucao to ws-data-referencia
           end-if.
           move ws-data-referencia to ws-data-referencia-edicao.

           perform 1005-carregar-parametros.

           open output arq-impressao.
           open output arq-excecoes.

           perform 1100-imprimir-parametros.

       1001-iniciar-run-control.

           move "I"        to run-com-funcao.
           move "VARIACAO" to run-com-programa.
           call "RUNCTL" using run-comunicacao.

           if run-com-status = "00"
               set ws-run-registrada-sim to true
           else
               display "ERRO AO GRAVAR RUNCTL.DAT: " run-com-status
           end-if.

       1005-carregar-parametros.

           open input arq-parametros.
           if ws-fs-parametros not = "00"
               display "PARAMETROS.DAT AUSENTE. USANDO PADROES: "
                       ws-fs-parametros
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

           if ws-fator-alta < 1
               move 1 to ws-fator-alta
           end-if.

      *    VARPCT / VARABS valem para todos os clientes;
      *    VARPCT-<cliente> / VARABS-<cliente> substituem o padrao
      *    para um cliente. Demais parametros pertencem a outros
      *    programas e sao ignorados aqui.
       1006-aplicar-parametro.

           move spaces to ws-parm-nome ws-parm-valor ws-parm-cliente.
           unstring reg-parametro delimited by "="
                    into ws-parm-nome ws-parm-valor
           end-unstring.
           move function upper-case(ws-parm-nome) to ws-parm-nome.

           if ws-parm-nome(1:6) = "VARPCT"
              or ws-parm-nome(1:6) = "VARABS"
              or ws-parm-nome = "VARALTA"
               if function test-numval(ws-parm-valor) not = zeros
                   display "VALOR INVALIDO PARA PARAMETRO: "
                           ws-parm-nome
               else
                   move ws-parm-nome(8:8) to ws-parm-cliente
                   evaluate true
                       when ws-parm-nome = "VARPCT"
                           compute ws-tol-pct-padrao =
                                   function numval(ws-parm-valor)
                       when ws-parm-nome = "VARABS"
                           compute ws-tol-abs-padrao =
                                   function numval(ws-parm-valor)
                       when ws-parm-nome = "VARALTA"
                           compute ws-fator-alta =
                                   function numval(ws-parm-valor)
                       when ws-parm-nome(7:1) = "-"
                        and ws-parm-cliente not = spaces
                           perform 1007-guardar-tolerancia
                       when other
                           display "PARAMETRO DESCONHECIDO: "
                                   ws-parm-nome
                   end-evaluate
               end-if
           end-if.

       1007-guardar-tolerancia.

           perform 1008-localizar-tolerancia.

           if ws-ind-tol-achada = zeros
               if ws-qtd-tolerancias >= 100
                   display "TABELA DE TOLERANCIAS CHEIA: "
                           ws-parm-cliente
               else
                   add 1 to ws-qtd-tolerancias
                   move ws-qtd-tolerancias to ws-ind-tol-achada
                   move ws-parm-cliente
                        to ws-tol-cliente(ws-ind-tol-achada)
                   move zeros to ws-tol-pct(ws-ind-tol-achada)
                                 ws-tol-abs(ws-ind-tol-achada)
                   move "N"   to ws-tol-tem-pct(ws-ind-tol-achada)
                                 ws-tol-tem-abs(ws-ind-tol-achada)
               end-if
           end-if.

           if ws-ind-tol-achada > zeros
               if ws-parm-nome(1:6) = "VARPCT"
                   compute ws-tol-pct(ws-ind-tol-achada) =
                           function numval(ws-parm-valor)
                   move "S" to ws-tol-tem-pct(ws-ind-tol-achada)
               else
                   compute ws-tol-abs(ws-ind-tol-achada) =
                           function numval(ws-parm-valor)
                   move "S" to ws-tol-tem-abs(ws-ind-tol-achada)
               end-if
           end-if.

       1008-localizar-tolerancia.

           move zeros to ws-ind-tol-achada.

           perform varying ws-ind-tol from 1 by 1
                   until ws-ind-tol > ws-qtd-tolerancias
                      or ws-ind-tol-achada > zeros
               if ws-tol-cliente(ws-ind-tol) = ws-parm-cliente
                   move ws-ind-tol to ws-ind-tol-achada
               end-if
           end-perform.

       1100-imprimir-parametros.

           perform 2100-imprimir-cabecalho.

           move ws-tol-pct-padrao to ws-pct-tol-edicao.
           move ws-tol-abs-padrao to ws-abs-tol-edicao.
           move ws-fator-alta     to ws-fator-edicao.
           move spaces to reg-impressao.
           string "TOLERANCIA PADRAO: PERCENTUAL="
                                          delimited by size
                  ws-pct-tol-edicao       delimited by size
                  "  ABSOLUTA="           delimited by size
                  ws-abs-tol-edicao       delimited by size
                  "  FATOR SEVERIDADE ALTA="
                                          delimited by size
                  ws-fator-edicao         delimited by size
                  "  (ZERO = NAO TESTA)"  delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           perform varying ws-ind-tol from 1 by 1
                   until ws-ind-tol > ws-qtd-tolerancias
               move spaces to reg-impressao
               move ws-tol-pct(ws-ind-tol) to ws-pct-tol-edicao
               move ws-tol-abs(ws-ind-tol) to ws-abs-tol-edicao
               string "  CLIENTE "               delimited by size
                      ws-tol-cliente(ws-ind-tol) delimited by size
                      ": PERCENTUAL="            delimited by size
                      ws-pct-tol-edicao          delimited by size
                      " ("                       delimited by size
                      ws-tol-tem-pct(ws-ind-tol) delimited by size
                      ")  ABSOLUTA="             delimited by size
                      ws-abs-tol-edicao          delimited by size
                      " ("                       delimited by size
                      ws-tol-tem-abs(ws-ind-tol) delimited by size
                      ")"                        delimited by size
                      into reg-impressao
               end-string
               write reg-impressao
               add 1 to ws-linhas-na-pagina
           end-perform.

           move spaces to reg-impressao.
           write reg-impressao.

           perform 2110-imprimir-colunas.

           add 3 to ws-linhas-na-pagina.

       2100-imprimir-cabecalho.

           add 1 to ws-pagina.
           move zeros to ws-linhas-na-pagina.

           move spaces to reg-impressao.
           string "RELATORIO DE VARIACAO DE RESULTADOS"
                                             delimited by size
                  "  DATA REF.: "            delimited by size
                  ws-data-referencia-edicao  delimited by size
                  "  EMISSAO: "              delimited by size
                  ws-data-execucao-edicao    delimited by size
                  "  PAGINA: "               delimited by size
                  ws-pagina                  delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           move spaces to reg-impressao.
           write reg-impressao.

           add 2 to ws-linhas-na-pagina.

       2110-imprimir-colunas.

           move spaces to reg-impressao.
           string "SEV    CLIENTE  FORMULA                       "
                       delimited by size
                  "   RESULTADO DATA ANT.   RES. ANT."
                       delimited by size
                  "      DIFERENCA  VAR. %"
                       delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           add 1 to ws-linhas-na-pagina.

      *    Resultados do passo final de cada calculo ate a data de
      *    referencia, do AUDITORIA.MST e do AUDITHIS.DAT.
       4000-extrair-resultados.

           perform 4100-extrair-master.
           perform 4200-extrair-historico.

       4100-extrair-master.

           move "N" to ws-fim-arquivo.

           open input arq-log.
           if ws-fs-log not = "00"
               display "AUDITORIA.MST NAO ENCONTRADO: " ws-fs-log
               set ws-erro-fatal-sim to true
           else
               move low-values to aud-chave
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
                       if aud-data > ws-data-referencia
                           set ws-fim-arquivo-sim to true
                       else
                           move aud-registro to reg-log-detalhe
                           perform 4500-liberar-resultado
                       end-if
                   end-if
               end-perform
               close arq-log
           end-if.

       4200-extrair-historico.

           move "N" to ws-fim-arquivo.

           open input arq-historico.
           if ws-fs-historico not = "00"
               if ws-fs-historico not = "35"
                   display "AUDITHIS.DAT NAO DISPONIVEL: "
                           ws-fs-historico
               end-if
           else
               move low-values to his-chave
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
                       if his-data > ws-data-referencia
                           set ws-fim-arquivo-sim to true
                       else
                           move his-registro to reg-log-detalhe
                           perform 4500-liberar-resultado
                       end-if
                   end-if
               end-perform
               close arq-historico
           end-if.

      *    Formulas do catalogo sao comparadas pelo ID, para que uma
      *    nova versao da expressao continue comparavel com a anterior.
       4500-liberar-resultado.

           add 1 to ws-qtd-lidos.

           if log-passo-final not = "N"
              and log-situacao not = "E"
               add 1 to ws-qtd-extraidos
               move log-cliente to sort-cliente
               if log-formula-id not = spaces
                   move spaces to sort-formula
                   string "@"            delimited by size
                          log-formula-id delimited by size
                          into sort-formula
                   end-string
               else
                   move log-formula to sort-formula
               end-if
               move log-data      to sort-data
               move log-hora      to sort-hora
               move log-resultado to ws-resultado-num
               move ws-resultado-num to sort-resultado
               release reg-sort
           end-if.

       5000-comparar-ordenado.

           move "N" to ws-fim-sort ws-grupo-aberto.

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

      *    Dentro de cliente/formula os registros vem em ordem de
      *    data e hora: fica o ultimo da data de referencia e o
      *    ultimo de qualquer data anterior.
       5100-processar-ordenado.

           if ws-grupo-aberto-sim
              and (sort-cliente not = ws-grupo-cliente
                   or sort-formula not = ws-grupo-formula)
               perform 5500-fechar-grupo
           end-if.

           if not ws-grupo-aberto-sim
               set ws-grupo-aberto-sim to true
               move sort-cliente to ws-grupo-cliente
               move sort-formula to ws-grupo-formula
               move "N" to ws-tem-atual ws-tem-anterior
           end-if.

           if sort-data = ws-data-referencia
               set ws-tem-atual-sim to true
               move sort-resultado to ws-resultado-atual
           else
               set ws-tem-anterior-sim to true
               move sort-resultado to ws-resultado-anterior
               move sort-data      to ws-data-anterior
           end-if.

       5500-fechar-grupo.

           if ws-tem-atual-sim
               if ws-tem-anterior-sim
                   add 1 to ws-qtd-comparados
                   perform 5510-calcular-variacao
                   perform 5520-avaliar-tolerancia
                   if ws-severidade not = space
                       perform 5600-registrar-excecao
                   end-if
               else
                   add 1 to ws-qtd-sem-historico
               end-if
           end-if.

           move "N" to ws-grupo-aberto.

       5510-calcular-variacao.

           compute ws-diferenca = ws-resultado-atual
                                - ws-resultado-anterior.
           if ws-diferenca < zeros
               compute ws-diferenca-abs = zeros - ws-diferenca
           else
               move ws-diferenca to ws-diferenca-abs
           end-if.

           if ws-resultado-anterior < zeros
               compute ws-base-abs = zeros - ws-resultado-anterior
           else
               move ws-resultado-anterior to ws-base-abs
           end-if.

           evaluate true
               when ws-diferenca = zeros
                   move zeros to ws-percentual
               when ws-base-abs = zeros
                   move 9999.99 to ws-percentual
               when other
                   compute ws-percentual rounded =
                           ws-diferenca * 100 / ws-base-abs
                       on size error
                           if ws-diferenca < zeros
                               move -9999.99 to ws-percentual
                           else
                               move 9999.99 to ws-percentual
                           end-if
                   end-compute
           end-evaluate.

           if ws-percentual < zeros
               compute ws-percentual-abs = zeros - ws-percentual
           else
               move ws-percentual to ws-percentual-abs
           end-if.

       5520-avaliar-tolerancia.

           move ws-tol-pct-padrao to ws-tol-pct-aplicada.
           move ws-tol-abs-padrao to ws-tol-abs-aplicada.

           move ws-grupo-cliente to ws-parm-cliente.
           perform 1008-localizar-tolerancia.
           if ws-ind-tol-achada > zeros
               if ws-tol-tem-pct(ws-ind-tol-achada) = "S"
                   move ws-tol-pct(ws-ind-tol-achada)
                        to ws-tol-pct-aplicada
               end-if
               if ws-tol-tem-abs(ws-ind-tol-achada) = "S"
                   move ws-tol-abs(ws-ind-tol-achada)
                        to ws-tol-abs-aplicada
               end-if
           end-if.

           move space to ws-severidade.

           if (ws-tol-pct-aplicada > zeros
               and ws-percentual-abs > ws-tol-pct-aplicada)
              or (ws-tol-abs-aplicada > zeros
               and ws-diferenca-abs > ws-tol-abs-aplicada)
               set ws-severidade-normal to true
           end-if.

           if (ws-tol-pct-aplicada > zeros
               and ws-percentual-abs >
                   ws-tol-pct-aplicada * ws-fator-alta)
              or (ws-tol-abs-aplicada > zeros
               and ws-diferenca-abs >
                   ws-tol-abs-aplicada * ws-fator-alta)
               set ws-severidade-alta to true
           end-if.

       5600-registrar-excecao.

           add 1 to ws-qtd-excecoes.
           if ws-severidade-alta
               add 1 to ws-qtd-altas
               move "ALTA"   to ws-descricao-severidade
           else
               move "NORMAL" to ws-descricao-severidade
           end-if.

           move ws-resultado-atual    to ws-resultado-edicao.
           move ws-resultado-anterior to ws-anterior-edicao.
           move ws-diferenca          to ws-diferenca-edicao.
           move ws-percentual         to ws-percentual-edicao.

           if ws-linhas-na-pagina >= ws-max-linhas-por-pagina
               perform 2100-imprimir-cabecalho
               perform 2110-imprimir-colunas
           end-if.

           move spaces to reg-impressao.
           string ws-descricao-severidade delimited by size
                  " "                     delimited by size
                  ws-grupo-cliente        delimited by size
                  " "                     delimited by size
                  ws-grupo-formula(1:30)  delimited by size
                  " "                     delimited by size
                  ws-resultado-edicao     delimited by size
                  " "                     delimited by size
                  ws-data-anterior        delimited by size
                  " "                     delimited by size
                  ws-anterior-edicao      delimited by size
                  " "                     delimited by size
                  ws-diferenca-edicao     delimited by size
                  " "                     delimited by size
                  ws-percentual-edicao    delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.
           add 1 to ws-linhas-na-pagina.

           move spaces                to reg-excecao.
           move ws-data-referencia    to exc-data.
           move ws-severidade         to exc-severidade.
           move ws-grupo-cliente      to exc-cliente.
           move ws-grupo-formula      to exc-formula.
           move ws-resultado-atual    to exc-resultado-atual.
           move ws-data-anterior      to exc-data-anterior.
           move ws-resultado-anterior to exc-resultado-anterior.
           move ws-diferenca          to exc-diferenca.
           move ws-percentual         to exc-percentual.
           move ";" to exc-separador-1 exc-separador-2 exc-separador-3
                       exc-separador-4 exc-separador-5 exc-separador-6
                       exc-separador-7 exc-separador-8.
           write reg-excecao.

       9000-finalizar.

           move spaces to reg-impressao.
           write reg-impressao.

           move ws-qtd-extraidos to ws-qtd-edicao.
           move spaces to reg-impressao.
           string "RESULTADOS FINAIS LIDOS.....: " delimited by size
                  ws-qtd-edicao                    delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           move ws-qtd-comparados to ws-qtd-edicao.
           move spaces to reg-impressao.
           string "CLIENTE/FORMULA COMPARADOS..: " delimited by size
                  ws-qtd-edicao                    delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           move ws-qtd-sem-historico to ws-qtd-edicao.
           move spaces to reg-impressao.
           string "SEM RESULTADO ANTERIOR......: " delimited by size
                  ws-qtd-edicao                    delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           move ws-qtd-excecoes to ws-qtd-edicao.
           move spaces to reg-impressao.
           string "EXCECOES....................: " delimited by size
                  ws-qtd-edicao                    delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           move ws-qtd-altas to ws-qtd-edicao.
           move spaces to reg-impressao.
           string "  DE SEVERIDADE ALTA........: " delimited by size
                  ws-qtd-edicao                    delimited by size
                  into reg-impressao
           end-string.
           write reg-impressao.

           if ws-qtd-altas > zeros
               move spaces to reg-impressao
               string "EXCECOES DE SEVERIDADE ALTA: RETER A INTERFACE"
                           delimited by size
                      " ATE A REVISAO."
                           delimited by size
                      into reg-impressao
               end-string
               write reg-impressao
           end-if.

           close arq-impressao.
           close arq-excecoes.

           evaluate true
               when ws-erro-fatal-sim
                   move 8 to return-code
               when ws-qtd-altas > zeros
                   move 8 to return-code
               when ws-qtd-excecoes > zeros
                   move 4 to return-code
               when other
                   move zeros to return-code
           end-evaluate.

           display "VARIACAO ENCERRADA. COMPARADOS=" ws-qtd-comparados
                   " EXCECOES=" ws-qtd-excecoes
                   " ALTAS=" ws-qtd-altas.

           perform 9600-fechar-run-control.

       9600-fechar-run-control.

           if ws-run-registrada-sim
               move "F" to run-com-funcao
               move return-code       to run-com-retorno
               move ws-qtd-extraidos  to run-com-qtd-lidos
               move ws-qtd-comparados to run-com-qtd-calculados
               move ws-qtd-excecoes   to run-com-qtd-rejeitados
               call "RUNCTL" using run-comunicacao
               if run-com-status not = "00"
                   display "ERRO AO ENCERRAR RUNCTL.DAT: "
                           run-com-status
               end-if
               move run-com-retorno to return-code
           end-if.

       end program variacaoCobol.
