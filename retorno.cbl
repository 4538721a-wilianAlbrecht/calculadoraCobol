       identification division.
       program-id. retornoCobol.
       environment division.
       input-output section.
       file-control.
           select arq-retorno assign to "RETORNO.DAT"
               organization is line sequential
               file status is ws-fs-retorno.

           select arq-entrega assign to "ENTREGA.MST"
               organization is indexed
               access mode is dynamic
               record key is ent-chave
               file status is ws-fs-entrega.

           select arq-corrigidos assign to "CORRIGIDOS.DAT"
               organization is line sequential
               file status is ws-fs-corrigidos.

           select arq-parametros assign to "PARAMETROS.DAT"
               organization is line sequential
               file status is ws-fs-parametros.

           select arq-pendencias assign to "PENDENCIAS.DAT"
               organization is line sequential
               file status is ws-fs-pendencias.

       data division.
       file section.
       fd  arq-retorno.
       copy RETREC.

       fd  arq-entrega.
       copy ENTREC.

       fd  arq-corrigidos.
       01 reg-corrigido                     pic x(81).

       fd  arq-parametros.
       01 reg-parametro                     pic x(40).

       fd  arq-pendencias.
       01 reg-pendencia                     pic x(132).

       working-storage section.
       01 ws-fs-retorno                     pic x(2) value "00".
       01 ws-fs-entrega                     pic x(2) value "00".
       01 ws-fs-corrigidos                  pic x(2) value "00".
       01 ws-fs-parametros                  pic x(2) value "00".
       01 ws-fs-pendencias                  pic x(2) value "00".

       01 ws-fim-arquivo                    pic x(1) value "N".
           88 ws-fim-arquivo-sim                  value "S".
       01 ws-fim-parametros                 pic x(1) value "N".
           88 ws-fim-parametros-sim               value "S".
       01 ws-fim-entrega                    pic x(1) value "N".
           88 ws-fim-entrega-sim                  value "S".

       01 ws-entrega-aberta                 pic x(1) value "N".
           88 ws-entrega-aberta-sim               value "S".
       01 ws-corrigidos-aberto              pic x(1) value "N".
           88 ws-corrigidos-aberto-sim            value "S".
       01 ws-retorno-presente               pic x(1) value "N".
           88 ws-retorno-presente-sim             value "S".
       01 ws-retorno-valido                 pic x(1) value "S".
           88 ws-retorno-valido-sim               value "S".
       01 ws-tem-header                     pic x(1) value "N".
           88 ws-tem-header-sim                   value "S".
       01 ws-tem-trailer                    pic x(1) value "N".
           88 ws-tem-trailer-sim                  value "S".

       01 ws-parm-nome                      pic x(20) value spaces.
       01 ws-parm-valor                     pic x(14) value spaces.
       01 ws-dias-retorno                   pic 9(3) value 3.

       01 ws-data-execucao                  pic 9(8) value zeros.
       01 ws-data-execucao-edicao           pic 9999/99/99.
       01 ws-hora-execucao                  pic 9(8) value zeros.
       01 ws-data-limite                    pic 9(8) value zeros.
       01 ws-data-limite-edicao             pic 9999/99/99.
       01 ws-data-envio-edicao              pic 9999/99/99.
       01 ws-dias-atraso                    pic 9(5) value zeros.
       01 ws-dias-atraso-edicao             pic zzzz9.

       01 ws-ret-data-execucao              pic 9(8) value zeros.
       01 ws-ret-id-execucao                pic 9(8) value zeros.
       01 ws-ret-data-edicao                pic 9999/99/99.

       01 ws-situacao-anterior              pic x(1) value spaces.

       01 ws-totais-arquivo.
           03 ws-arq-qtd-lidos              pic 9(8) value zeros.
           03 ws-arq-qtd-detalhes           pic 9(8) value zeros.
           03 ws-arq-qtd-aceitos            pic 9(8) value zeros.
           03 ws-arq-qtd-rejeitados         pic 9(8) value zeros.
           03 ws-arq-qtd-invalidos          pic 9(8) value zeros.
           03 ws-arq-qtd-trailer            pic 9(8) value zeros.
           03 ws-arq-hash-trailer           pic s9(11)v99 value zeros.
           03 ws-arq-aceitos-trailer        pic 9(8) value zeros.
           03 ws-arq-rejeitados-trailer     pic 9(8) value zeros.

       01 ws-totais-enviados.
           03 ws-env-qtd-registros          pic 9(8) value zeros.
           03 ws-env-hash-resultados        pic s9(11)v99 value zeros.

       01 ws-totais-aplicacao.
           03 ws-apl-qtd-aceitos            pic 9(8) value zeros.
           03 ws-apl-qtd-rejeitados         pic 9(8) value zeros.
           03 ws-apl-qtd-repetidos          pic 9(8) value zeros.
           03 ws-apl-qtd-nao-enviados       pic 9(8) value zeros.
           03 ws-apl-qtd-corrigidos         pic 9(8) value zeros.
           03 ws-qtd-pendentes              pic 9(8) value zeros.
           03 ws-qtd-divergencias           pic 9(8) value zeros.

       01 ws-corrigido.
           03 ws-cor-num-registro           pic 9(8).
           03 ws-cor-separador-1            pic x(1).
           03 ws-cor-motivo                 pic x(2).
           03 ws-cor-separador-2            pic x(1).
           03 ws-cor-cliente                pic x(8).
           03 ws-cor-separador-3            pic x(1).
           03 ws-cor-formula                pic x(60).

       01 ws-qtd-edicao                     pic zzzzzzz9.
       01 ws-qtd-edicao-2                   pic zzzzzzz9.
       01 ws-hash-edicao                    pic -zzzzzzzzzz9.99.
       01 ws-hash-edicao-2                  pic -zzzzzzzzzz9.99.
       01 ws-resultado-edicao               pic -zzzzzz9.99.

       copy RUNCOMM.

       01 ws-run-registrada                 pic x(1) value "N".
           88 ws-run-registrada-sim               value "S".

       procedure division.

           perform 1000-inicializar.

           if ws-entrega-aberta-sim
               perform 2000-conferir-retorno
               if ws-retorno-presente-sim
                   perform 2500-imprimir-conferencia
                   if ws-retorno-valido-sim
                       perform 3000-aplicar-retorno
                   end-if
               end-if
               perform 4000-listar-pendentes
           end-if.

           perform 9000-finalizar.

           stop run.

       1000-inicializar.

           perform 1001-iniciar-run-control.

           accept ws-data-execucao from date yyyymmdd.
           accept ws-hora-execucao from time.
           move ws-data-execucao to ws-data-execucao-edicao.

           perform 1005-carregar-parametros.

           compute ws-data-limite = function date-of-integer(
                   function integer-of-date(ws-data-execucao)
                   - ws-dias-retorno).
           move ws-data-limite to ws-data-limite-edicao.

           open output arq-pendencias.
           perform 1100-imprimir-cabecalho.

           open i-o arq-entrega.
           if ws-fs-entrega = "00"
               set ws-entrega-aberta-sim to true
           else
               display "ENTREGA.MST NAO DISPONIVEL: " ws-fs-entrega
               move "ENTREGA.MST NAO DISPONIVEL - NADA CONFERIDO"
                   to reg-pendencia
               write reg-pendencia
               move 8 to return-code
           end-if.

       1001-iniciar-run-control.

           move "I"        to run-com-funcao.
           move "RETORNO"  to run-com-programa.
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

       1006-aplicar-parametro.

           move spaces to ws-parm-nome ws-parm-valor.
           unstring reg-parametro delimited by "="
                    into ws-parm-nome ws-parm-valor
           end-unstring.
           move function upper-case(ws-parm-nome) to ws-parm-nome.

           if ws-parm-nome = "DIASRETORNO"
               if function test-numval(ws-parm-valor) = zeros
                  and function numval(ws-parm-valor) >= 0
                  and function numval(ws-parm-valor) <= 999
                   compute ws-dias-retorno =
                           function numval(ws-parm-valor)
               else
                   display "VALOR INVALIDO PARA PARAMETRO: "
                           ws-parm-nome
               end-if
           end-if.

       1100-imprimir-cabecalho.

           move spaces to reg-pendencia.
           string "RETORNO DO DESTINO E ITENS PENDENTES DA INTERFACE"
                       delimited by size
                  "  DATA: "                delimited by size
                  ws-data-execucao-edicao   delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

           move ws-dias-retorno to ws-dias-atraso-edicao.
           move spaces to reg-pendencia.
           string "PRAZO DE RETORNO: "      delimited by size
                  ws-dias-atraso-edicao     delimited by size
                  " DIAS  (ENVIADOS ATE "   delimited by size
                  ws-data-limite-edicao     delimited by size
                  " SEM RETORNO SAO PENDENCIA)"
                                            delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

           move spaces to reg-pendencia.
           write reg-pendencia.

      *    Primeira passada: confere a estrutura do RETORNO.DAT e os
      *    totais de controle antes de alterar qualquer registro.
       2000-conferir-retorno.

           open input arq-retorno.
           if ws-fs-retorno not = "00"
               display "RETORNO.DAT NAO ENCONTRADO: " ws-fs-retorno
               move "RETORNO.DAT AUSENTE - SOMENTE PENDENCIAS LISTADAS"
                   to reg-pendencia
               write reg-pendencia
               move spaces to reg-pendencia
               write reg-pendencia
           else
               set ws-retorno-presente-sim to true
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo-sim
                   read arq-retorno
                       at end
                           set ws-fim-arquivo-sim to true
                       not at end
                           perform 2100-conferir-registro
                   end-read
               end-perform
               close arq-retorno

               if not ws-tem-trailer-sim
                   move "N" to ws-retorno-valido
               end-if

               if ws-tem-header-sim
                   perform 2200-somar-enviados
               end-if

               if ws-arq-qtd-detalhes not = ws-arq-qtd-trailer
                 or ws-arq-qtd-aceitos not = ws-arq-aceitos-trailer
                 or ws-arq-qtd-rejeitados
                                  not = ws-arq-rejeitados-trailer
                 or ws-arq-qtd-trailer not = ws-env-qtd-registros
                 or ws-arq-hash-trailer not = ws-env-hash-resultados
                 or ws-arq-qtd-invalidos not = zeros
                 or ws-env-qtd-registros = zeros
                   move "N" to ws-retorno-valido
               end-if
           end-if.

       2100-conferir-registro.

           add 1 to ws-arq-qtd-lidos.

           if ws-tem-trailer-sim
               move "N" to ws-retorno-valido
           end-if.

           evaluate true
               when ws-arq-qtd-lidos = 1
                   if reth-tipo = "H"
                       set ws-tem-header-sim to true
                       move reth-data-execucao to ws-ret-data-execucao
                       move reth-id-execucao   to ws-ret-id-execucao
                   else
                       move "N" to ws-retorno-valido
                   end-if
               when retd-tipo = "D"
                   add 1 to ws-arq-qtd-detalhes
                   evaluate retd-situacao
                       when "A"
                           add 1 to ws-arq-qtd-aceitos
                       when "R"
                           add 1 to ws-arq-qtd-rejeitados
                       when other
                           add 1 to ws-arq-qtd-invalidos
                   end-evaluate
               when rett-tipo = "T"
                   set ws-tem-trailer-sim to true
                   move rett-qtd-registros   to ws-arq-qtd-trailer
                   move rett-hash-resultados to ws-arq-hash-trailer
                   move rett-qtd-aceitos     to ws-arq-aceitos-trailer
                   move rett-qtd-rejeitados
                                         to ws-arq-rejeitados-trailer
               when other
                   move "N" to ws-retorno-valido
           end-evaluate.

      *    Totais do que foi enviado na execucao indicada no header,
      *    refeitos a partir de ENTREGA.MST (equivalem ao trailer da
      *    INTERFACE.DAT daquela execucao).
       2200-somar-enviados.

           move ws-ret-data-execucao to ent-data-execucao.
           move ws-ret-id-execucao   to ent-id-execucao.
           move zeros                to ent-num-registro.
           move "N" to ws-fim-entrega.

           start arq-entrega key >= ent-chave
               invalid key
                   set ws-fim-entrega-sim to true
           end-start.

           perform until ws-fim-entrega-sim
               read arq-entrega next
                   at end
                       set ws-fim-entrega-sim to true
               end-read
               if not ws-fim-entrega-sim
                  and ws-fs-entrega not = "00"
                   set ws-fim-entrega-sim to true
               end-if
               if not ws-fim-entrega-sim
                   if ent-data-execucao not = ws-ret-data-execucao
                     or ent-id-execucao not = ws-ret-id-execucao
                       set ws-fim-entrega-sim to true
                   else
                       add 1 to ws-env-qtd-registros
                       add ent-resultado to ws-env-hash-resultados
                           on size error
                               continue
                       end-add
                   end-if
               end-if
           end-perform.

       2500-imprimir-conferencia.

           move ws-ret-data-execucao to ws-ret-data-edicao.
           move spaces to reg-pendencia.
           string "CONFERENCIA DO RETORNO DA EXECUCAO "
                                            delimited by size
                  ws-ret-data-edicao        delimited by size
                  " ID "                    delimited by size
                  ws-ret-id-execucao        delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

           if not ws-tem-header-sim
               move "  RETORNO.DAT SEM HEADER NA PRIMEIRA LINHA"
                   to reg-pendencia
               write reg-pendencia
           end-if.

           if not ws-tem-trailer-sim
               move "  RETORNO.DAT SEM TRAILER - TRANSF. TRUNCADA"
                   to reg-pendencia
               write reg-pendencia
           end-if.

           if ws-tem-header-sim and ws-env-qtd-registros = zeros
               move "  EXECUCAO NAO ENCONTRADA EM ENTREGA.MST"
                   to reg-pendencia
               write reg-pendencia
           end-if.

           move ws-env-qtd-registros to ws-qtd-edicao.
           move ws-arq-qtd-trailer   to ws-qtd-edicao-2.
           move spaces to reg-pendencia.
           string "  REGISTROS ENVIADOS.....: " delimited by size
                  ws-qtd-edicao                 delimited by size
                  "   NO TRAILER DO DESTINO: "  delimited by size
                  ws-qtd-edicao-2               delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

           move ws-env-hash-resultados to ws-hash-edicao.
           move ws-arq-hash-trailer    to ws-hash-edicao-2.
           move spaces to reg-pendencia.
           string "  HASH ENVIADO...........: " delimited by size
                  ws-hash-edicao                delimited by size
                  "   NO TRAILER DO DESTINO: "  delimited by size
                  ws-hash-edicao-2              delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

           move ws-arq-qtd-detalhes to ws-qtd-edicao.
           move spaces to reg-pendencia.
           string "  DETALHES RECEBIDOS.....: " delimited by size
                  ws-qtd-edicao                 delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

           move ws-arq-qtd-aceitos     to ws-qtd-edicao.
           move ws-arq-aceitos-trailer to ws-qtd-edicao-2.
           move spaces to reg-pendencia.
           string "  ACEITOS................: " delimited by size
                  ws-qtd-edicao                 delimited by size
                  "   NO TRAILER DO DESTINO: "  delimited by size
                  ws-qtd-edicao-2               delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

           move ws-arq-qtd-rejeitados     to ws-qtd-edicao.
           move ws-arq-rejeitados-trailer to ws-qtd-edicao-2.
           move spaces to reg-pendencia.
           string "  REJEITADOS.............: " delimited by size
                  ws-qtd-edicao                 delimited by size
                  "   NO TRAILER DO DESTINO: "  delimited by size
                  ws-qtd-edicao-2               delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

           if ws-arq-qtd-invalidos not = zeros
               move ws-arq-qtd-invalidos to ws-qtd-edicao
               move spaces to reg-pendencia
               string "  SITUACAO INVALIDA......: " delimited by size
                      ws-qtd-edicao                 delimited by size
                      into reg-pendencia
               end-string
               write reg-pendencia
           end-if.

           move spaces to reg-pendencia.
           if ws-retorno-valido-sim
               move "SITUACAO: RETORNO CONFERIDO - APLICADO"
                   to reg-pendencia
           else
               move "SITUACAO: RETORNO DIVERGENTE - NADA APLICADO"
                   to reg-pendencia
               add 1 to ws-qtd-divergencias
           end-if.
           write reg-pendencia.

           move spaces to reg-pendencia.
           write reg-pendencia.

      *    Segunda passada: grava a situacao de cada resultado em
      *    ENTREGA.MST; rejeitados vao para CORRIGIDOS.DAT (motivo 12).
       3000-aplicar-retorno.

           move "ITENS REJEITADOS PELO DESTINO NESTE RETORNO:"
               to reg-pendencia.
           write reg-pendencia.
           move spaces to reg-pendencia.
           string "  REGISTRO CLIENTE  MOT. RESULTADO   FORMULA"
                       delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

           open extend arq-corrigidos.
           if ws-fs-corrigidos = "35"
               open output arq-corrigidos
           end-if.
           if ws-fs-corrigidos = "00"
               set ws-corrigidos-aberto-sim to true
           else
               display "ERRO AO ABRIR CORRIGIDOS.DAT: "
                       ws-fs-corrigidos
           end-if.

           open input arq-retorno.
           move "N" to ws-fim-arquivo.
           perform until ws-fim-arquivo-sim
               read arq-retorno
                   at end
                       set ws-fim-arquivo-sim to true
                   not at end
                       if retd-tipo = "D"
                           perform 3100-aplicar-detalhe
                       end-if
               end-read
           end-perform.
           close arq-retorno.

           if ws-corrigidos-aberto-sim
               close arq-corrigidos
           end-if.

           if ws-apl-qtd-rejeitados = zeros
               move "  NENHUM" to reg-pendencia
               write reg-pendencia
           end-if.

           move spaces to reg-pendencia.
           write reg-pendencia.

       3100-aplicar-detalhe.

           move ws-ret-data-execucao to ent-data-execucao.
           move ws-ret-id-execucao   to ent-id-execucao.
           move retd-num-registro    to ent-num-registro.

           read arq-entrega
               invalid key
                   perform 3150-listar-nao-enviado
               not invalid key
                   perform 3200-atualizar-entrega
           end-read.

       3150-listar-nao-enviado.

           add 1 to ws-apl-qtd-nao-enviados.
           move retd-num-registro to ws-qtd-edicao.
           move spaces to reg-pendencia.
           string "  REGISTRO "        delimited by size
                  ws-qtd-edicao        delimited by size
                  " NAO CONSTA DA INTERFACE ENVIADA"
                                       delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

      *    Entrega estornada (X) nao muda mais de situacao; o
      *    retorno dela e contado como ja conhecido.
       3200-atualizar-entrega.

           if ent-situacao = "X"
              or (ent-situacao = retd-situacao
                  and ent-motivo-destino = retd-motivo)
               add 1 to ws-apl-qtd-repetidos
           else
               move ent-situacao     to ws-situacao-anterior
               move retd-situacao    to ent-situacao
               move retd-motivo      to ent-motivo-destino
               move ws-data-execucao to ent-data-retorno
               move ws-hora-execucao to ent-hora-retorno
               rewrite reg-entrega
                   invalid key
                       display "ERRO AO REGRAVAR ENTREGA.MST: "
                               ws-fs-entrega
               end-rewrite

               if ent-situacao = "A"
                   add 1 to ws-apl-qtd-aceitos
               else
                   add 1 to ws-apl-qtd-rejeitados
                   perform 3300-listar-rejeitado
      *            Estorno rejeitado nao e formula a recalcular.
                   if ws-situacao-anterior not = "R"
                      and ent-tipo-envio not = "E"
                       perform 3400-gravar-corrigido
                   end-if
               end-if
           end-if.

       3300-listar-rejeitado.

           move ent-resultado to ws-resultado-edicao.
           move spaces to reg-pendencia.
           string "  "                  delimited by size
                  ent-num-registro      delimited by size
                  " "                   delimited by size
                  ent-cliente           delimited by size
                  " "                   delimited by size
                  ent-motivo-destino    delimited by size
                  " "                   delimited by size
                  ws-resultado-edicao   delimited by size
                  " "                   delimited by size
                  ent-formula           delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

       3400-gravar-corrigido.

           if ws-corrigidos-aberto-sim
               move spaces            to ws-corrigido
               move ent-num-registro  to ws-cor-num-registro
               move ";"               to ws-cor-separador-1
               move "12"              to ws-cor-motivo
               move ";"               to ws-cor-separador-2
               move ent-cliente       to ws-cor-cliente
               move ";"               to ws-cor-separador-3
               move ent-formula       to ws-cor-formula
               write reg-corrigido from ws-corrigido
               add 1 to ws-apl-qtd-corrigidos
           end-if.

      *    Resultados enviados ha mais de DIASRETORNO dias que ainda
      *    aguardam retorno do destino.
       4000-listar-pendentes.

           move "RESULTADOS SEM RETORNO NO PRAZO:" to reg-pendencia.
           write reg-pendencia.
           move spaces to reg-pendencia.
           string "  EXECUCAO   ID       REGISTRO CLIENTE  "
                       delimited by size
                  "ENVIO      DIAS   RESULTADO"
                       delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

           move low-values to ent-chave.
           move "N" to ws-fim-entrega.
           start arq-entrega key >= ent-chave
               invalid key
                   set ws-fim-entrega-sim to true
           end-start.

           perform until ws-fim-entrega-sim
               read arq-entrega next
                   at end
                       set ws-fim-entrega-sim to true
               end-read
               if not ws-fim-entrega-sim
                  and ws-fs-entrega not = "00"
                   set ws-fim-entrega-sim to true
               end-if
               if not ws-fim-entrega-sim
                   if ent-situacao = "E"
                      and ent-data-envio <= ws-data-limite
                       perform 4100-listar-pendente
                   end-if
               end-if
           end-perform.

           if ws-qtd-pendentes = zeros
               move "  NENHUM" to reg-pendencia
               write reg-pendencia
           end-if.

       4100-listar-pendente.

           add 1 to ws-qtd-pendentes.

           compute ws-dias-atraso =
                   function integer-of-date(ws-data-execucao)
                 - function integer-of-date(ent-data-envio).
           move ws-dias-atraso    to ws-dias-atraso-edicao.
           move ent-data-execucao to ws-ret-data-edicao.
           move ent-data-envio    to ws-data-envio-edicao.
           move ent-resultado     to ws-resultado-edicao.

           move spaces to reg-pendencia.
           string "  "                  delimited by size
                  ws-ret-data-edicao    delimited by size
                  " "                   delimited by size
                  ent-id-execucao       delimited by size
                  " "                   delimited by size
                  ent-num-registro      delimited by size
                  " "                   delimited by size
                  ent-cliente           delimited by size
                  " "                   delimited by size
                  ws-data-envio-edicao  delimited by size
                  " "                   delimited by size
                  ws-dias-atraso-edicao delimited by size
                  " "                   delimited by size
                  ws-resultado-edicao   delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

       9000-finalizar.

           move spaces to reg-pendencia.
           write reg-pendencia.

           move "TOTAIS" to reg-pendencia.
           write reg-pendencia.

           move ws-apl-qtd-aceitos to ws-qtd-edicao.
           move spaces to reg-pendencia.
           string "  ACEITOS GRAVADOS.......: " delimited by size
                  ws-qtd-edicao                 delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

           move ws-apl-qtd-rejeitados to ws-qtd-edicao.
           move spaces to reg-pendencia.
           string "  REJEITADOS GRAVADOS....: " delimited by size
                  ws-qtd-edicao                 delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

           move ws-apl-qtd-corrigidos to ws-qtd-edicao.
           move spaces to reg-pendencia.
           string "  ENVIADOS A CORRIGIDOS..: " delimited by size
                  ws-qtd-edicao                 delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

           move ws-apl-qtd-repetidos to ws-qtd-edicao.
           move spaces to reg-pendencia.
           string "  JA CONHECIDOS..........: " delimited by size
                  ws-qtd-edicao                 delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

           move ws-apl-qtd-nao-enviados to ws-qtd-edicao.
           move spaces to reg-pendencia.
           string "  NAO ENVIADOS...........: " delimited by size
                  ws-qtd-edicao                 delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

           move ws-qtd-pendentes to ws-qtd-edicao.
           move spaces to reg-pendencia.
           string "  PENDENTES NO PRAZO.....: " delimited by size
                  ws-qtd-edicao                 delimited by size
                  into reg-pendencia
           end-string.
           write reg-pendencia.

           if ws-entrega-aberta-sim
               close arq-entrega
           end-if.
           close arq-pendencias.

           evaluate true
               when return-code not = zeros
                   continue
               when ws-qtd-divergencias not = zeros
                 or ws-apl-qtd-nao-enviados not = zeros
                   move 8 to return-code
               when ws-apl-qtd-rejeitados not = zeros
                 or ws-qtd-pendentes not = zeros
                 or not ws-retorno-presente-sim
                   move 4 to return-code
           end-evaluate.

           display "RETORNO PROCESSADO. ACEITOS=" ws-apl-qtd-aceitos
                   " REJEITADOS=" ws-apl-qtd-rejeitados
                   " PENDENTES=" ws-qtd-pendentes.

           perform 9600-fechar-run-control.

       9600-fechar-run-control.

           if ws-run-registrada-sim
               move "F" to run-com-funcao
               move return-code           to run-com-retorno
               move ws-arq-qtd-detalhes   to run-com-qtd-lidos
               move ws-apl-qtd-aceitos    to run-com-qtd-calculados
               move ws-apl-qtd-rejeitados to run-com-qtd-rejeitados
               call "RUNCTL" using run-comunicacao
               if run-com-status not = "00"
                   display "ERRO AO ENCERRAR RUNCTL.DAT: "
                           run-com-status
               end-if
               move run-com-retorno to return-code
           end-if.

       end program retornoCobol.
