       identification division.
       program-id. estornoCobol.
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

           select arq-entrega assign to "ENTREGA.MST"
               organization is indexed
               access mode is dynamic
               record key is ent-chave
               file status is ws-fs-entrega.

           select arq-interface assign to "INTERFACE-ESTORNO.DAT"
               organization is line sequential
               file status is ws-fs-interface.

           select arq-relatorio assign to "ESTORNO.DAT"
               organization is line sequential
               file status is ws-fs-relatorio.

       data division.
       file section.
       fd  arq-log.
       copy AUDREC.

       fd  arq-historico.
       copy AUDHREC.

       fd  arq-entrega.
       copy ENTREC.

       fd  arq-interface.
       copy INTREC.

       fd  arq-relatorio.
       01 reg-relatorio                     pic x(132).

       working-storage section.
       01 ws-fs-log                         pic x(2) value "00".
       01 ws-fs-historico                   pic x(2) value "00".
       01 ws-fs-entrega                     pic x(2) value "00".
       01 ws-fs-interface                   pic x(2) value "00".
       01 ws-fs-relatorio                   pic x(2) value "00".

       01 ws-fim-arquivo                    pic x(1) value "N".
           88 ws-fim-arquivo-sim                  value "S".
       01 ws-execucao-valida                pic x(1) value "N".
           88 ws-execucao-valida-sim              value "S".
       01 ws-pertence-execucao              pic x(1) value "N".
           88 ws-pertence-execucao-sim            value "S".
       01 ws-interface-gerada               pic x(1) value "N".
           88 ws-interface-gerada-sim             value "S".
       01 ws-origem-linha                   pic x(3) value spaces.

       copy LOGREC.

       01 ws-parametro-execucao             pic x(30) value spaces.
       01 ws-parametro-campos redefines ws-parametro-execucao.
           03 ws-parm-data                  pic x(8).
           03 filler                        pic x(1).
           03 ws-parm-hora                  pic x(8).
           03 filler                        pic x(1).
           03 ws-parm-programa              pic x(8).
           03 filler                        pic x(4).

       01 ws-motivo-recusa                  pic x(60) value spaces.

       01 ws-data-execucao                  pic 9(8) value zeros.
       01 ws-data-execucao-edicao           pic 9999/99/99.
       01 ws-data-edicao                    pic 9999/99/99.
       01 ws-data-edicao-2                  pic 9999/99/99.

      *    Execucao a estornar, como registrada em RUNCTL.DAT.
       01 ws-alvo.
           03 ws-alv-programa               pic x(8) value spaces.
           03 ws-alv-situacao               pic x(1) value spaces.
           03 ws-alv-retorno                pic 9(2) value zeros.
           03 ws-alv-qtd-lidos              pic 9(8) value zeros.
           03 ws-alv-qtd-calculados         pic 9(8) value zeros.
           03 ws-alv-qtd-rejeitados         pic 9(8) value zeros.

       01 ws-momento-inicio.
           03 ws-alv-data                   pic 9(8) value zeros.
           03 ws-alv-hora                   pic 9(8) value zeros.
       01 ws-momento-fim.
           03 ws-alv-fim-data               pic 9(8) value zeros.
           03 ws-alv-fim-hora               pic 9(8) value zeros.
       01 ws-momento-registro.
           03 ws-reg-data                   pic 9(8) value zeros.
           03 ws-reg-hora                   pic 9(8) value zeros.
       01 ws-reg-sequencia                  pic 9(4) value zeros.

      *    Chave desta propria execucao, guardada porque a consulta
      *    da execucao a estornar reutiliza a area de comunicacao. E
      *    tambem a identificacao da interface de estorno.
       01 ws-run-propria-data               pic 9(8) value zeros.
       01 ws-run-propria-hora               pic 9(8) value zeros.

       01 ws-resultado-num                  pic s9(7)v99 value zeros.

       01 ws-totais-auditoria.
           03 ws-aud-qtd-lidos              pic 9(8) value zeros.
           03 ws-ant-qtd-registros          pic 9(8) value zeros.
           03 ws-ant-soma-resultados        pic s9(11)v99 value zeros.
           03 ws-est-qtd-registros          pic 9(8) value zeros.
           03 ws-est-soma-resultados        pic s9(11)v99 value zeros.
           03 ws-dep-qtd-registros          pic 9(8) value zeros.
           03 ws-dep-soma-resultados        pic s9(11)v99 value zeros.
           03 ws-qtd-ja-estornados          pic 9(8) value zeros.
           03 ws-qtd-erros                  pic 9(8) value zeros.

       01 ws-totais-interface.
           03 ws-org-int-qtd                pic 9(8) value zeros.
           03 ws-org-int-hash               pic s9(11)v99 value zeros.
           03 ws-est-int-qtd                pic 9(8) value zeros.
           03 ws-est-int-hash               pic s9(11)v99 value zeros.
           03 ws-sld-int-hash               pic s9(11)v99 value zeros.
           03 ws-int-reemitidos             pic 9(8) value zeros.
           03 ws-int-substituidos           pic 9(8) value zeros.

       01 ws-qtd-edicao                     pic zzzzzzz9.
       01 ws-qtd-edicao-2                   pic zzzzzzz9.
       01 ws-qtd-edicao-3                   pic zzzzzzz9.
       01 ws-hash-edicao                    pic -zzzzzzzzzz9.99.
       01 ws-retorno-edicao                 pic z9.

       copy RUNCOMM.

       01 ws-run-registrada                 pic x(1) value "N".
           88 ws-run-registrada-sim               value "S".

       procedure division.

           perform 1000-inicializar.

           if ws-execucao-valida-sim
               perform 2000-estornar-auditoria
               perform 3000-gerar-interface
               perform 4000-marcar-execucao
           end-if.

           perform 9000-finalizar.

           stop run.

       1000-inicializar.

           perform 1001-iniciar-run-control.

           accept ws-data-execucao from date yyyymmdd.
           move ws-data-execucao to ws-data-execucao-edicao.

           open output arq-relatorio.

           move spaces to reg-relatorio.
           string "ESTORNO DE EXECUCAO DE CALCULO"
                                            delimited by size
                  "  DATA: "                delimited by size
                  ws-data-execucao-edicao   delimited by size
                  into reg-relatorio
           end-string.
           write reg-relatorio.

           move spaces to reg-relatorio.
           write reg-relatorio.

           perform 1010-identificar-execucao.

       1001-iniciar-run-control.

           move "I"        to run-com-funcao.
           move "ESTORNO"  to run-com-programa.
           call "RUNCTL" using run-comunicacao.

           if run-com-status = "00"
               set ws-run-registrada-sim to true
               move run-com-data to ws-run-propria-data
               move run-com-hora to ws-run-propria-hora
           else
               display "ERRO AO GRAVAR RUNCTL.DAT: " run-com-status
               accept ws-run-propria-data from date yyyymmdd
               accept ws-run-propria-hora from time
           end-if.

      *    Parametro: AAAAMMDD HHMMSSCC PROGRAMA (chave da execucao em
      *    RUNCTL.DAT). Sem programa, vale CALCULAD.
       1010-identificar-execucao.

           accept ws-parametro-execucao from command-line.
           move function upper-case(ws-parm-programa)
               to ws-parm-programa.
           if ws-parm-programa = spaces
               move "CALCULAD" to ws-parm-programa
           end-if.

           evaluate true
               when ws-parm-data not numeric
                 or ws-parm-hora not numeric
                   move "PARAMETRO INVALIDO - INFORME AAAAMMDD HHMMSSCC"
                       to ws-motivo-recusa
               when ws-parm-programa not = "CALCULAD"
                   move "SOMENTE EXECUCOES DO CALCULAD SAO ESTORNADAS"
                       to ws-motivo-recusa
               when other
                   perform 1020-consultar-execucao
           end-evaluate.

           if ws-motivo-recusa = spaces
               set ws-execucao-valida-sim to true
           else
               move spaces to reg-relatorio
               string "ESTORNO RECUSADO: " delimited by size
                      ws-motivo-recusa     delimited by size
                      into reg-relatorio
               end-string
               write reg-relatorio
               display "ESTORNO RECUSADO: " ws-motivo-recusa
               move 8 to return-code
           end-if.

       1020-consultar-execucao.

           move "L"              to run-com-funcao.
           move ws-parm-programa to run-com-programa.
           move ws-parm-data     to run-com-data.
           move ws-parm-hora     to run-com-hora.
           call "RUNCTL" using run-comunicacao.

           if run-com-status not = "00"
               move "EXECUCAO NAO ENCONTRADA EM RUNCTL.DAT"
                   to ws-motivo-recusa
           else
               move ws-parm-programa       to ws-alv-programa
               move run-com-data           to ws-alv-data
               move run-com-hora           to ws-alv-hora
               move run-com-situacao       to ws-alv-situacao
               move run-com-retorno        to ws-alv-retorno
               move run-com-fim-data       to ws-alv-fim-data
               move run-com-fim-hora       to ws-alv-fim-hora
               move run-com-qtd-lidos      to ws-alv-qtd-lidos
               move run-com-qtd-calculados to ws-alv-qtd-calculados
               move run-com-qtd-rejeitados to ws-alv-qtd-rejeitados
               if ws-alv-fim-data = zeros
                   move 99999999 to ws-alv-fim-data ws-alv-fim-hora
               end-if
               perform 1100-imprimir-execucao
               evaluate ws-alv-situacao
                   when "A"
                       move "EXECUCAO AINDA EM ABERTO"
                           to ws-motivo-recusa
                   when "R"
                       move "EXECUCAO JA ESTORNADA"
                           to ws-motivo-recusa
               end-evaluate
           end-if.

       1100-imprimir-execucao.

           move ws-alv-data     to ws-data-edicao.
           move ws-alv-fim-data to ws-data-edicao-2.
           move ws-alv-retorno  to ws-retorno-edicao.
           move spaces to reg-relatorio.
           string "EXECUCAO: "             delimited by size
                  ws-data-edicao           delimited by size
                  " "                      delimited by size
                  ws-alv-hora              delimited by size
                  " "                      delimited by size
                  ws-alv-programa          delimited by size
                  "  SITUACAO: "           delimited by size
                  ws-alv-situacao          delimited by size
                  "  ENCERRADA EM "        delimited by size
                  ws-data-edicao-2         delimited by size
                  " "                      delimited by size
                  ws-alv-fim-hora          delimited by size
                  "  RC: "                 delimited by size
                  ws-retorno-edicao        delimited by size
                  into reg-relatorio
           end-string.
           write reg-relatorio.

           move ws-alv-qtd-lidos      to ws-qtd-edicao.
           move ws-alv-qtd-calculados to ws-qtd-edicao-2.
           move ws-alv-qtd-rejeitados to ws-qtd-edicao-3.
           move spaces to reg-relatorio.
           string "  LIDOS: "              delimited by size
                  ws-qtd-edicao            delimited by size
                  "  CALCULADOS: "         delimited by size
                  ws-qtd-edicao-2          delimited by size
                  "  REJEITADOS: "         delimited by size
                  ws-qtd-edicao-3          delimited by size
                  into reg-relatorio
           end-string.
           write reg-relatorio.

           move spaces to reg-relatorio.
           write reg-relatorio.

      *    Marca como estornados (log-situacao "E") os registros de
      *    auditoria gravados pela execucao, sem exclui-los. Os totais
      *    de antes e depois cobrem os dias da execucao inteiros.
       2000-estornar-auditoria.

           move "REGISTROS DE AUDITORIA ESTORNADOS" to reg-relatorio.
           write reg-relatorio.

           move spaces to reg-relatorio.
           string "  ARQ DATA       HORA     SEQ  CLIENTE  F "
                       delimited by size
                  "  RESULTADO FORMULA"
                       delimited by size
                  into reg-relatorio
           end-string.
           write reg-relatorio.

           open i-o arq-log.
           if ws-fs-log not = "00"
               display "AUDITORIA.MST NAO DISPONIVEL: " ws-fs-log
               move "  AUDITORIA.MST NAO DISPONIVEL" to reg-relatorio
               write reg-relatorio
               add 1 to ws-qtd-erros
           else
               perform 2100-varrer-master
               close arq-log
           end-if.

           open i-o arq-historico.
           evaluate ws-fs-historico
               when "00"
                   perform 2200-varrer-historico
                   close arq-historico
               when "35"
                   continue
               when other
                   display "AUDITHIS.DAT NAO DISPONIVEL: "
                           ws-fs-historico
                   move "  AUDITHIS.DAT NAO DISPONIVEL"
                       to reg-relatorio
                   write reg-relatorio
                   add 1 to ws-qtd-erros
           end-evaluate.

           if ws-est-qtd-registros = zeros
               move "  NENHUM REGISTRO ATIVO DA EXECUCAO NA AUDITORIA"
                   to reg-relatorio
               write reg-relatorio
           end-if.

           move spaces to reg-relatorio.
           write reg-relatorio.

       2100-varrer-master.

           move "N" to ws-fim-arquivo.
           move ws-alv-data to aud-data.
           move zeros to aud-hora aud-sequencia.
           start arq-log key >= aud-chave
               invalid key
                   set ws-fim-arquivo-sim to true
           end-start.

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
                   if aud-data > ws-alv-fim-data
                       set ws-fim-arquivo-sim to true
                   else
                       move aud-registro  to reg-log-detalhe
                       move aud-data      to ws-reg-data
                       move aud-hora      to ws-reg-hora
                       move aud-sequencia to ws-reg-sequencia
                       move "MST"         to ws-origem-linha
                       perform 2500-avaliar-registro
                       if ws-pertence-execucao-sim
                          and log-situacao = "E"
                           move reg-log-detalhe to aud-registro
                           rewrite reg-auditoria
                               invalid key
                                   perform 2700-registrar-erro
                               not invalid key
                                   perform 2600-listar-estornado
                           end-rewrite
                       end-if
                   end-if
               end-if
           end-perform.

       2200-varrer-historico.

           move "N" to ws-fim-arquivo.
           move ws-alv-data to his-data.
           move zeros to his-hora his-sequencia.
           start arq-historico key >= his-chave
               invalid key
                   set ws-fim-arquivo-sim to true
           end-start.

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
                   if his-data > ws-alv-fim-data
                       set ws-fim-arquivo-sim to true
                   else
                       move his-registro  to reg-log-detalhe
                       move his-data      to ws-reg-data
                       move his-hora      to ws-reg-hora
                       move his-sequencia to ws-reg-sequencia
                       move "ARQ"         to ws-origem-linha
                       perform 2500-avaliar-registro
                       if ws-pertence-execucao-sim
                          and log-situacao = "E"
                           move reg-log-detalhe to his-registro
                           rewrite reg-historico
                               invalid key
                                   perform 2700-registrar-erro
                               not invalid key
                                   perform 2600-listar-estornado
                           end-rewrite
                       end-if
                   end-if
               end-if
           end-perform.

      *    Registro ativo entra no total de antes; se for da execucao,
      *    volta com log-situacao "E" para ser regravado. Registro ja
      *    estornado (reexecucao apos erro) e apenas contado.
       2500-avaliar-registro.

           add 1 to ws-aud-qtd-lidos.
           perform 2510-verificar-execucao.

           if log-situacao = "E"
               if ws-pertence-execucao-sim
                   add 1 to ws-qtd-ja-estornados
               end-if
               move "N" to ws-pertence-execucao
           else
               add 1 to ws-ant-qtd-registros
               if log-passo-final not = "N"
                   move log-resultado to ws-resultado-num
                   add ws-resultado-num to ws-ant-soma-resultados
                       on size error
                           continue
                   end-add
               end-if
               if ws-pertence-execucao-sim
                   move "E" to log-situacao
               end-if
           end-if.

      *    Registros gravados com a chave da execucao pertencem a ela.
      *    Registros batch anteriores a essa gravacao, sem a chave,
      *    sao atribuidos pelo intervalo de inicio e fim da execucao.
       2510-verificar-execucao.

           move "N" to ws-pertence-execucao.

           evaluate true
               when log-run-data numeric
                and log-run-data not = zeros
                   if log-run-data = ws-alv-data
                      and log-run-hora = ws-alv-hora
                       set ws-pertence-execucao-sim to true
                   end-if
               when log-origem = "B"
                   if ws-momento-registro >= ws-momento-inicio
                      and ws-momento-registro <= ws-momento-fim
                       set ws-pertence-execucao-sim to true
                   end-if
           end-evaluate.

       2600-listar-estornado.

           add 1 to ws-est-qtd-registros.
           if log-passo-final not = "N"
               move log-resultado to ws-resultado-num
               add ws-resultado-num to ws-est-soma-resultados
                   on size error
                       continue
               end-add
           end-if.

           move ws-reg-data to ws-data-edicao.
           move spaces to reg-relatorio.
           string "  "                  delimited by size
                  ws-origem-linha       delimited by size
                  " "                   delimited by size
                  ws-data-edicao        delimited by size
                  " "                   delimited by size
                  ws-reg-hora           delimited by size
                  " "                   delimited by size
                  ws-reg-sequencia      delimited by size
                  " "                   delimited by size
                  log-cliente           delimited by size
                  " "                   delimited by size
                  log-passo-final       delimited by size
                  " "                   delimited by size
                  log-resultado         delimited by size
                  " "                   delimited by size
                  log-formula           delimited by size
                  into reg-relatorio
           end-string.
           write reg-relatorio.

       2700-registrar-erro.

           add 1 to ws-qtd-erros.
           if ws-origem-linha = "MST"
               display "ERRO AO REGRAVAR AUDITORIA.MST: " ws-fs-log
           else
               display "ERRO AO REGRAVAR AUDITHIS.DAT: "
                       ws-fs-historico
           end-if.

      *    Interface de estorno no formato da INTERFACE.DAT, com a
      *    identificacao desta execucao no header: cada detalhe
      *    enviado pela execucao estornada volta com o resultado com
      *    sinal invertido e o hash do trailer anula o original. A
      *    entrega original fica com situacao "X" e o detalhe de
      *    estorno e registrado em ENTREGA.MST sob a chave desta
      *    execucao, para que o retorno do destino seja conferido.
       3000-gerar-interface.

           move "INTERFACE DE ESTORNO (INTERFACE-ESTORNO.DAT)"
               to reg-relatorio.
           write reg-relatorio.

           open i-o arq-entrega.
           if ws-fs-entrega not = "00"
               display "ENTREGA.MST NAO DISPONIVEL: " ws-fs-entrega
               move "  ENTREGA.MST NAO DISPONIVEL - SEM INTERFACE"
                   to reg-relatorio
               write reg-relatorio
               add 1 to ws-qtd-erros
           else
               set ws-interface-gerada-sim to true
               open output arq-interface

               move spaces to reg-int-header
               move "H"                 to inth-tipo
               move ws-run-propria-data to inth-data-execucao
               move ws-run-propria-hora to inth-id-execucao
               write reg-int-header

               perform 3100-varrer-entregas

               move spaces to reg-int-trailer
               move "T"             to intt-tipo
               move ws-est-int-qtd  to intt-qtd-registros
               move ws-est-int-hash to intt-hash-resultados
               write reg-int-trailer

               close arq-interface
               close arq-entrega

               move ws-run-propria-data to ws-data-edicao
               move spaces to reg-relatorio
               string "  HEADER: EXECUCAO "     delimited by size
                      ws-data-edicao            delimited by size
                      " ID "                    delimited by size
                      ws-run-propria-hora       delimited by size
                      into reg-relatorio
               end-string
               write reg-relatorio

               if ws-est-int-qtd = zeros
                   move "  NENHUM ENVIO DA EXECUCAO NA ENTREGA"
                       to reg-relatorio
                   write reg-relatorio
               end-if
           end-if.

           move spaces to reg-relatorio.
           write reg-relatorio.

      *    Entregas ja marcadas "X" sao de tentativa anterior que nao
      *    terminou (a execucao ainda nao esta estornada): voltam para
      *    a nova interface, que substitui a anterior. Estornos dessa
      *    tentativa ainda sem retorno deixam de ser aguardados.
       3100-varrer-entregas.

           move "N" to ws-fim-arquivo.
           move low-values to ent-chave.
           start arq-entrega key >= ent-chave
               invalid key
                   set ws-fim-arquivo-sim to true
           end-start.

           perform until ws-fim-arquivo-sim
               read arq-entrega next
                   at end
                       set ws-fim-arquivo-sim to true
               end-read
               if not ws-fim-arquivo-sim
                  and ws-fs-entrega not = "00"
                   set ws-fim-arquivo-sim to true
               end-if
               if not ws-fim-arquivo-sim
                   evaluate true
                       when ent-tipo-envio not = "E"
                        and ent-id-execucao = ws-alv-hora
                        and ent-data-envio = ws-alv-data
                           perform 3200-estornar-entrega
                       when ent-tipo-envio = "E"
                        and ent-ref-data = ws-alv-data
                        and ent-ref-hora = ws-alv-hora
                        and ent-situacao = "E"
                        and (ent-data-execucao not = ws-run-propria-data
                          or ent-id-execucao not = ws-run-propria-hora)
                           perform 3400-substituir-estorno
                   end-evaluate
               end-if
           end-perform.

       3200-estornar-entrega.

           add 1 to ws-org-int-qtd.
           add ent-resultado to ws-org-int-hash
               on size error
                   continue
           end-add.

           move spaces to reg-int-detalhe.
           move "D"               to intd-tipo.
           move ent-num-registro  to intd-num-registro.
           move ent-cliente       to intd-cliente.
           move ent-data-execucao to intd-data.
           if ent-qtd-operandos numeric
               move ent-qtd-operandos to intd-qtd-operandos
           else
               move zeros to intd-qtd-operandos
           end-if.
           compute intd-resultado = zero - ent-resultado.
           write reg-int-detalhe.

           add 1 to ws-est-int-qtd.
           subtract ent-resultado from ws-est-int-hash
               on size error
                   continue
           end-subtract.

           if ent-situacao = "X"
               add 1 to ws-int-reemitidos
           else
               move "X" to ent-situacao
               rewrite reg-entrega
                   invalid key
                       add 1 to ws-qtd-erros
                       display "ERRO AO REGRAVAR ENTREGA.MST: "
                               ws-fs-entrega
               end-rewrite
           end-if.

           perform 3300-registrar-estorno.

      *    Detalhe de estorno em ENTREGA.MST, sob a chave desta
      *    execucao e com referencia a execucao estornada.
       3300-registrar-estorno.

           move ws-run-propria-data to ent-data-execucao.
           move ws-run-propria-hora to ent-id-execucao.
           compute ent-resultado = zero - ent-resultado.
           move ws-run-propria-data to ent-data-envio.
           move "E"                 to ent-situacao.
           move spaces              to ent-motivo-destino.
           move zeros to ent-data-retorno ent-hora-retorno.
           move "E"                 to ent-tipo-envio.
           move ws-alv-data         to ent-ref-data.
           move ws-alv-hora         to ent-ref-hora.

           write reg-entrega
               invalid key
                   add 1 to ws-qtd-erros
                   display "ERRO AO GRAVAR ENTREGA.MST: "
                           ws-fs-entrega
           end-write.

       3400-substituir-estorno.

           add 1 to ws-int-substituidos.
           move "X" to ent-situacao.
           rewrite reg-entrega
               invalid key
                   add 1 to ws-qtd-erros
                   display "ERRO AO REGRAVAR ENTREGA.MST: "
                           ws-fs-entrega
           end-rewrite.

      *    So marca a execucao como estornada quando tudo foi
      *    regravado; com erro, a reexecucao completa o que faltou.
       4000-marcar-execucao.

           if ws-qtd-erros not = zeros
               move "EXECUCAO NAO MARCADA COMO ESTORNADA - HOUVE ERROS"
                   to reg-relatorio
               write reg-relatorio
           else
               move "E"             to run-com-funcao
               move ws-alv-programa to run-com-programa
               move ws-alv-data     to run-com-data
               move ws-alv-hora     to run-com-hora
               call "RUNCTL" using run-comunicacao
               if run-com-status = "00"
                   move "EXECUCAO MARCADA COMO ESTORNADA EM RUNCTL.DAT"
                       to reg-relatorio
                   write reg-relatorio
               else
                   display "ERRO AO ESTORNAR EM RUNCTL.DAT: "
                           run-com-status
                   move "ERRO AO MARCAR A EXECUCAO EM RUNCTL.DAT"
                       to reg-relatorio
                   write reg-relatorio
                   add 1 to ws-qtd-erros
               end-if
           end-if.

           move spaces to reg-relatorio.
           write reg-relatorio.

       9000-finalizar.

           if ws-execucao-valida-sim
               perform 9100-imprimir-totais
           end-if.

           close arq-relatorio.

           evaluate true
               when return-code not = zeros
                   continue
               when ws-qtd-erros not = zeros
                   move 8 to return-code
               when ws-est-qtd-registros = zeros
                 or ws-est-int-qtd = zeros
                   move 4 to return-code
           end-evaluate.

           display "ESTORNO PROCESSADO. AUDITORIA=" ws-est-qtd-registros
                   " INTERFACE=" ws-est-int-qtd
                   " ERROS=" ws-qtd-erros.

           perform 9600-fechar-run-control.

       9100-imprimir-totais.

           compute ws-dep-qtd-registros =
                   ws-ant-qtd-registros - ws-est-qtd-registros.
           compute ws-dep-soma-resultados =
                   ws-ant-soma-resultados - ws-est-soma-resultados.

           move ws-alv-data to ws-data-edicao.
           if ws-alv-fim-data = 99999999
               move ws-alv-data to ws-data-edicao-2
           else
               move ws-alv-fim-data to ws-data-edicao-2
           end-if.
           move spaces to reg-relatorio.
           string "TOTAIS DE CONTROLE DA AUDITORIA ("
                                            delimited by size
                  ws-data-edicao            delimited by size
                  " A "                     delimited by size
                  ws-data-edicao-2          delimited by size
                  ")"                       delimited by size
                  into reg-relatorio
           end-string.
           write reg-relatorio.

           move spaces to reg-relatorio.
           string "                          REGISTROS  "
                                            delimited by size
                  "SOMA RESULTADOS"         delimited by size
                  into reg-relatorio
           end-string.
           write reg-relatorio.

           move ws-ant-qtd-registros   to ws-qtd-edicao.
           move ws-ant-soma-resultados to ws-hash-edicao.
           move spaces to reg-relatorio.
           string "  ANTES DO ESTORNO.......: " delimited by size
                  ws-qtd-edicao                 delimited by size
                  "  "                          delimited by size
                  ws-hash-edicao                delimited by size
                  into reg-relatorio
           end-string.
           write reg-relatorio.

           move ws-est-qtd-registros   to ws-qtd-edicao.
           move ws-est-soma-resultados to ws-hash-edicao.
           move spaces to reg-relatorio.
           string "  ESTORNADOS.............: " delimited by size
                  ws-qtd-edicao                 delimited by size
                  "  "                          delimited by size
                  ws-hash-edicao                delimited by size
                  into reg-relatorio
           end-string.
           write reg-relatorio.

           move ws-dep-qtd-registros   to ws-qtd-edicao.
           move ws-dep-soma-resultados to ws-hash-edicao.
           move spaces to reg-relatorio.
           string "  DEPOIS DO ESTORNO......: " delimited by size
                  ws-qtd-edicao                 delimited by size
                  "  "                          delimited by size
                  ws-hash-edicao                delimited by size
                  into reg-relatorio
           end-string.
           write reg-relatorio.

           move ws-qtd-ja-estornados to ws-qtd-edicao.
           move spaces to reg-relatorio.
           string "  JA ESTORNADOS ANTES....: " delimited by size
                  ws-qtd-edicao                 delimited by size
                  into reg-relatorio
           end-string.
           write reg-relatorio.

           move spaces to reg-relatorio.
           write reg-relatorio.

           if ws-interface-gerada-sim
               compute ws-sld-int-hash =
                       ws-org-int-hash + ws-est-int-hash

               move "TOTAIS DE CONTROLE DA INTERFACE"
                   to reg-relatorio
               write reg-relatorio

               move spaces to reg-relatorio
               string "                          REGISTROS  "
                                            delimited by size
                      "           HASH"     delimited by size
                      into reg-relatorio
               end-string
               write reg-relatorio

               move ws-org-int-qtd  to ws-qtd-edicao
               move ws-org-int-hash to ws-hash-edicao
               move spaces to reg-relatorio
               string "  ENVIO ORIGINAL.........: " delimited by size
                      ws-qtd-edicao                 delimited by size
                      "  "                          delimited by size
                      ws-hash-edicao                delimited by size
                      into reg-relatorio
               end-string
               write reg-relatorio

               move ws-est-int-qtd  to ws-qtd-edicao
               move ws-est-int-hash to ws-hash-edicao
               move spaces to reg-relatorio
               string "  ESTORNO................: " delimited by size
                      ws-qtd-edicao                 delimited by size
                      "  "                          delimited by size
                      ws-hash-edicao                delimited by size
                      into reg-relatorio
               end-string
               write reg-relatorio

               move ws-sld-int-hash to ws-hash-edicao
               move spaces to reg-relatorio
               string "  SALDO LIQUIDO..........: " delimited by size
                      "          "                  delimited by size
                      ws-hash-edicao                delimited by size
                      into reg-relatorio
               end-string
               write reg-relatorio

               move ws-int-reemitidos to ws-qtd-edicao
               move spaces to reg-relatorio
               string "  REEMITIDOS.............: " delimited by size
                      ws-qtd-edicao                 delimited by size
                      into reg-relatorio
               end-string
               write reg-relatorio

               move ws-int-substituidos to ws-qtd-edicao
               move spaces to reg-relatorio
               string "  ESTORNOS SUBSTITUIDOS..: " delimited by size
                      ws-qtd-edicao                 delimited by size
                      into reg-relatorio
               end-string
               write reg-relatorio
           end-if.

           move ws-qtd-erros to ws-qtd-edicao.
           move spaces to reg-relatorio.
           string "  ERROS DE REGRAVACAO....: " delimited by size
                  ws-qtd-edicao                 delimited by size
                  into reg-relatorio
           end-string.
           write reg-relatorio.

       9600-fechar-run-control.

           if ws-run-registrada-sim
               move "F"                  to run-com-funcao
               move "ESTORNO"            to run-com-programa
               move ws-run-propria-data  to run-com-data
               move ws-run-propria-hora  to run-com-hora
               move space                to run-com-situacao
               move return-code          to run-com-retorno
               move ws-aud-qtd-lidos     to run-com-qtd-lidos
               move ws-est-qtd-registros to run-com-qtd-calculados
               move ws-qtd-erros         to run-com-qtd-rejeitados
               call "RUNCTL" using run-comunicacao
               if run-com-status not = "00"
                   display "ERRO AO ENCERRAR RUNCTL.DAT: "
                           run-com-status
               end-if
               move run-com-retorno to return-code
           end-if.

       end program estornoCobol.
