               organization is line sequential
               file status is ws-fs-interface.

           select arq-clientes assign to "CLIENTE.MST"
               organization is indexed
               access mode is dynamic
               record key is clim-codigo
               file status is ws-fs-clientes.

           select arq-catalogo assign to "FORMULA.MST"
               organization is indexed
               access mode is random
               record key is fmlm-id
               file status is ws-fs-catalogo.

           select arq-entrega assign to "ENTREGA.MST"
               organization is indexed
               access mode is random
               record key is ent-chave
               file status is ws-fs-entrega.

           select arq-lotes assign to "LOTES.MST"
               organization is indexed
               access mode is random
               record key is lotm-lote-id
               file status is ws-fs-lotes.

           select arq-controle assign to "CONTROLE-LOTE.DAT"
               organization is line sequential
               file status is ws-fs-controle.

       data division.
       file section.
       fd  arq-formulas.
       01 reg-formula                       pic x(69).
       copy CTLREC.

       fd  arq-relatorio.
       01 reg-relatorio                     pic x(80).
       fd  arq-interface.
       copy INTREC.

       fd  arq-clientes.
       copy CLIREC.

       fd  arq-catalogo.
       copy FMLREC.

       fd  arq-entrega.
       copy ENTREC.

       fd  arq-lotes.
       copy LOTREC.

       fd  arq-controle.
       01 reg-controle                      pic x(80).

       working-storage section.
       01 ws-fs-formulas                    pic x(2) value "00".
       01 ws-fs-relatorio                   pic x(2) value "00".
       01 ws-fs-var-master                  pic x(2) value "00".
       01 ws-fs-parametros                  pic x(2) value "00".
       01 ws-fs-interface                   pic x(2) value "00".
       01 ws-fs-clientes                    pic x(2) value "00".
       01 ws-fs-catalogo                    pic x(2) value "00".
       01 ws-fs-entrega                     pic x(2) value "00".
       01 ws-fs-lotes                       pic x(2) value "00".
       01 ws-fs-controle                    pic x(2) value "00".
       01 ws-catalogo-aberto                pic x(1) value "N".
           88 ws-catalogo-aberto-sim              value "S".
       01 ws-entrega-aberta                 pic x(1) value "N".
           88 ws-entrega-aberta-sim               value "S".
       01 ws-fim-arquivo                    pic x(1) value "N".
           88 ws-fim-arquivo-sim                  value "S".


       01 ws-input-formula                  pic x(60) value spaces.
       01 ws-cliente                        pic x(8) value spaces.
       01 ws-formula-original               pic x(60) value spaces.
       01 ws-formula-id                     pic x(8) value spaces.
       01 ws-formula-versao                 pic 9(3) value zeros.
       01 ws-ind-passo                      pic 9(2) value zeros.
       01 ws-run-registrada                 pic x(1) value "N".
           88 ws-run-registrada-sim               value "S".

       01 ws-lote-id                        pic x(12) value spaces.
       01 ws-lote-departamento              pic x(8) value spaces.
       01 ws-lote-data                      pic 9(8) value zeros.
       01 ws-lote-motivo                    pic x(60) value spaces.
       01 ws-lote-rejeitado                 pic x(1) value "N".
           88 ws-lote-rejeitado-sim               value "S".
       01 ws-lote-registrado                pic x(1) value "N".
           88 ws-lote-registrado-sim              value "S".
       01 ws-lote-retomado                  pic x(1) value "N".
           88 ws-lote-retomado-sim                value "S".
       01 ws-lote-tem-header                pic x(1) value "N".
           88 ws-lote-tem-header-sim              value "S".
       01 ws-lote-tem-trailer               pic x(1) value "N".
           88 ws-lote-tem-trailer-sim             value "S".
       01 ws-fim-lote                       pic x(1) value "N".
           88 ws-fim-lote-sim                     value "S".
       01 ws-lote-qtd-linhas                pic 9(8) value zeros.
       01 ws-lote-qtd-contados              pic 9(8) value zeros.
       01 ws-lote-qtd-trailer               pic 9(8) value zeros.
       01 ws-lote-hash-calculado            pic 9(12) value zeros.
       01 ws-lote-hash-trailer              pic 9(12) value zeros.
       01 ws-lote-texto-formula             pic x(60) value spaces.
       01 ws-lote-brancos                   pic 9(2) value zeros.
       01 ws-lote-data-edicao               pic 9999/99/99.
       01 ws-lote-qtd-edicao                pic zzzzzzz9.
       01 ws-lote-qtd-edicao-2              pic zzzzzzz9.
       01 ws-lote-hash-edicao               pic zzzzzzzzzzz9.
       01 ws-lote-hash-edicao-2             pic zzzzzzzzzzz9.

       01 ws-int-id-execucao                pic 9(8) value zeros.
       01 ws-int-qtd-registros              pic 9(8) value zeros.
       01 ws-int-hash-resultados            pic s9(11)v99
                                            value zeros.
           03 ws-qtd-calculados             pic 9(8) value zeros.
           03 ws-qtd-rejeitados-tot         pic 9(8) value zeros.
           03 ws-qtd-por-motivo             pic 9(8) value zeros
                                            occurs 12 times.

       copy MOTDESC.


               perform 1030-carregar-variaveis

               perform 1080-abrir-clientes
               perform 1085-abrir-catalogo

               if ws-erro-fatal-sim
                   set ws-fim-arquivo-sim to true
               else
                   if ws-modo-reprocesso-sim
                       perform 1050-inicializar-reprocesso
                   else
                       perform 1020-inicializar-normal
                   end-if
               end-if

               if not ws-erro-fatal-sim

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
       1032-avaliar-vigencia.

           if varm-situacao = "E"
              or varm-situacao = "P"
              or varm-data-inicio > ws-data-processamento
              or (varm-data-fim > zeros
                  and varm-data-fim < ws-data-processamento)

       1020-inicializar-normal.

           perform 1010-ler-checkpoint.
           perform 1200-conferir-lote.

           if ws-lote-rejeitado-sim
               set ws-erro-fatal-sim to true
               set ws-fim-arquivo-sim to true
           else
               perform 1025-abrir-lote
           end-if.

       1025-abrir-lote.

           open input  arq-formulas.
           read arq-formulas
               at end
                   set ws-fim-arquivo-sim to true
           end-read.

           if ws-ultimo-registro-ok > zeros
               open extend arq-relatorio
                   at end
                       set ws-fim-arquivo-sim to true
               end-read
               if not ws-fim-arquivo-sim
                  and lott-tipo = "TRL"
                  and lott-separador-1 = ";"
                   set ws-fim-arquivo-sim to true
               end-if
               if not ws-fim-arquivo-sim
                   add 1 to ws-num-registro
                   perform 2850-separar-cliente
           move spaces to reg-int-header.
           move "H" to inth-tipo.
           move ws-data-processamento to inth-data-execucao.
           move run-com-hora to ws-int-id-execucao.
           move ws-int-id-execucao to inth-id-execucao.
           write reg-int-header.

           open i-o arq-entrega.
           if ws-fs-entrega = "35"
               open output arq-entrega
               close arq-entrega
               open i-o arq-entrega
           end-if.
           if ws-fs-entrega = "00"
               set ws-entrega-aberta-sim to true
           else
               display "ENTREGA.MST NAO DISPONIVEL: " ws-fs-entrega
               set ws-erro-fatal-sim to true
               set ws-fim-arquivo-sim to true
           end-if.

       1080-abrir-clientes.

           open input arq-clientes.
           if ws-fs-clientes not = "00"
               display "CLIENTE.MST NAO ENCONTRADO: " ws-fs-clientes
               set ws-erro-fatal-sim to true
           end-if.

       1085-abrir-catalogo.

           open input arq-catalogo.
           if ws-fs-catalogo = "00"
               set ws-catalogo-aberto-sim to true
           else
               display "FORMULA.MST NAO DISPONIVEL: " ws-fs-catalogo
           end-if.

      *    O lote de FORMULAS.DAT so e aceito se conferir com o seu
      *    trailer e nao constar como ja processado em LOTES.MST.
      *    Lote rejeitado nao grava auditoria, interface nem relatorio.
       1200-conferir-lote.

           move spaces to ws-lote-motivo.
           move "N" to ws-fim-lote.

           open output arq-controle.

           open input arq-formulas.
           if ws-fs-formulas not = "00"
               move "FORMULAS.DAT NAO ENCONTRADO" to ws-lote-motivo
           else
               perform until ws-fim-lote-sim
                   read arq-formulas
                       at end
                           set ws-fim-lote-sim to true
                       not at end
                           perform 1210-conferir-linha
                   end-read
               end-perform
               close arq-formulas
               perform 1220-conferir-totais
           end-if.

           if ws-lote-motivo = spaces
               perform 1230-conferir-registro
           end-if.

           if ws-lote-motivo not = spaces
               set ws-lote-rejeitado-sim to true
               display "LOTE REJEITADO: " function trim(ws-lote-motivo)
           end-if.

           perform 1250-imprimir-controle.

           close arq-controle.

       1210-conferir-linha.

           add 1 to ws-lote-qtd-linhas.

           evaluate true
               when ws-lote-motivo not = spaces
                   continue
               when ws-lote-qtd-linhas = 1
                   if loth-tipo = "HDR"
                      and loth-separador-1 = ";"
                       set ws-lote-tem-header-sim to true
                       move loth-lote-id      to ws-lote-id
                       move loth-departamento to ws-lote-departamento
                       if loth-data numeric
                           move loth-data to ws-lote-data
                       else
                           move "DATA INVALIDA NO HEADER (HDR)"
                               to ws-lote-motivo
                       end-if
                   else
                       move "FORMULAS.DAT SEM HEADER (HDR)"
                           to ws-lote-motivo
                   end-if
               when ws-lote-tem-trailer-sim
                   move "REGISTROS APOS O TRAILER (TRL)"
                       to ws-lote-motivo
               when loth-tipo = "HDR"
                and loth-separador-1 = ";"
                   move "MAIS DE UM HEADER (HDR) NO ARQUIVO"
                       to ws-lote-motivo
               when lott-tipo = "TRL"
                and lott-separador-1 = ";"
                   set ws-lote-tem-trailer-sim to true
                   if lott-qtd-registros numeric
                      and lott-hash numeric
                       move lott-qtd-registros to ws-lote-qtd-trailer
                       move lott-hash          to ws-lote-hash-trailer
                   else
                       move "TOTAIS INVALIDOS NO TRAILER (TRL)"
                           to ws-lote-motivo
                   end-if
               when other
                   add 1 to ws-lote-qtd-contados
                   perform 1215-somar-tamanho
           end-evaluate.

      *    Hash do lote: soma dos tamanhos das formulas (sem o codigo
      *    do cliente e sem os brancos a direita).
       1215-somar-tamanho.

           if reg-formula(9:1) = ";"
               move reg-formula(10:60) to ws-lote-texto-formula
           else
               move reg-formula(1:60)  to ws-lote-texto-formula
           end-if.

           move zeros to ws-lote-brancos.
           inspect function reverse(ws-lote-texto-formula)
                   tallying ws-lote-brancos for leading spaces.

           compute ws-lote-hash-calculado = ws-lote-hash-calculado
                 + 60 - ws-lote-brancos.

       1220-conferir-totais.

           evaluate true
               when ws-lote-motivo not = spaces
                   continue
               when not ws-lote-tem-trailer-sim
                   move "SEM TRAILER (TRL) - TRANSFERENCIA TRUNCADA"
                       to ws-lote-motivo
               when ws-lote-id = spaces
                   move "HEADER (HDR) SEM IDENTIFICACAO DO LOTE"
                       to ws-lote-motivo
               when ws-lote-qtd-contados not = ws-lote-qtd-trailer
                   move "QUANTIDADE DE REGISTROS DIFERE DO TRAILER"
                       to ws-lote-motivo
               when ws-lote-hash-calculado not = ws-lote-hash-trailer
                   move "HASH DO LOTE DIFERE DO TRAILER"
                       to ws-lote-motivo
           end-evaluate.

      *    Lote "F" ja foi processado ate o fim: e reenvio. Lote "A"
      *    foi interrompido e e retomado pelo checkpoint.
       1230-conferir-registro.

           open i-o arq-lotes.
           if ws-fs-lotes = "35"
               open output arq-lotes
               close arq-lotes
               open i-o arq-lotes
           end-if.

           if ws-fs-lotes not = "00"
               string "LOTES.MST NAO DISPONIVEL: " delimited by size
                      ws-fs-lotes                  delimited by size
                      into ws-lote-motivo
               end-string
           else
               move ws-lote-id to lotm-lote-id
               read arq-lotes
                   invalid key
                       continue
               end-read
               evaluate true
                   when ws-fs-lotes = "00"
                    and lotm-situacao = "F"
                       move lotm-data-fim to ws-lote-data-edicao
                       string "LOTE JA PROCESSADO EM "
                                               delimited by size
                              ws-lote-data-edicao
                                               delimited by size
                              into ws-lote-motivo
                       end-string
                   when ws-fs-lotes = "00"
                    and (lotm-qtd-registros not = ws-lote-qtd-trailer
                      or lotm-hash not = ws-lote-hash-trailer)
                       move "LOTE EM ANDAMENTO COM CONTEUDO DIFERENTE"
                           to ws-lote-motivo
                   when ws-fs-lotes = "00"
                       set ws-lote-retomado-sim to true
                   when ws-ultimo-registro-ok > zeros
                       move "CHECKPOINT PENDENTE DE OUTRO LOTE"
                           to ws-lote-motivo
                   when other
                       perform 1235-registrar-lote
               end-evaluate

               if ws-lote-motivo = spaces
                   set ws-lote-registrado-sim to true
               else
                   close arq-lotes
               end-if
           end-if.

       1235-registrar-lote.

           move spaces                  to reg-lote.
           move ws-lote-id              to lotm-lote-id.
           move ws-lote-departamento    to lotm-departamento.
           move ws-lote-data            to lotm-data-lote.
           move ws-lote-qtd-trailer     to lotm-qtd-registros.
           move ws-lote-hash-trailer    to lotm-hash.
           move "A"                     to lotm-situacao.
           accept lotm-data-inicio from date yyyymmdd.
           accept lotm-hora-inicio from time.
           move zeros to lotm-data-fim lotm-hora-fim.

           write reg-lote
               invalid key
                   string "ERRO AO GRAVAR LOTES.MST: "
                                            delimited by size
                          ws-fs-lotes       delimited by size
                          into ws-lote-motivo
                   end-string
           end-write.

       1250-imprimir-controle.

           move ws-data-processamento to ws-lote-data-edicao.
           move spaces to reg-controle.
           string "CONTROLE DO LOTE DE ENTRADA (FORMULAS.DAT)"
                                            delimited by size
                  "  DATA: "                delimited by size
                  ws-lote-data-edicao       delimited by size
                  into reg-controle
           end-string.
           write reg-controle.

           move spaces to reg-controle.
           write reg-controle.

           move ws-lote-data to ws-lote-data-edicao.
           move spaces to reg-controle.
           string "LOTE: "                  delimited by size
                  ws-lote-id                delimited by size
                  "  DEPARTAMENTO: "        delimited by size
                  ws-lote-departamento      delimited by size
                  "  DATA DO LOTE: "        delimited by size
                  ws-lote-data-edicao       delimited by size
                  into reg-controle
           end-string.
           write reg-controle.

           move ws-lote-qtd-trailer  to ws-lote-qtd-edicao.
           move ws-lote-qtd-contados to ws-lote-qtd-edicao-2.
           move spaces to reg-controle.
           string "REGISTROS NO TRAILER...: " delimited by size
                  ws-lote-qtd-edicao          delimited by size
                  "   CONTADOS: "             delimited by size
                  ws-lote-qtd-edicao-2        delimited by size
                  into reg-controle
           end-string.
           write reg-controle.

           move ws-lote-hash-trailer   to ws-lote-hash-edicao.
           move ws-lote-hash-calculado to ws-lote-hash-edicao-2.
           move spaces to reg-controle.
           string "HASH NO TRAILER........: " delimited by size
                  ws-lote-hash-edicao         delimited by size
                  "   CALCULADO: "            delimited by size
                  ws-lote-hash-edicao-2       delimited by size
                  into reg-controle
           end-string.
           write reg-controle.

           if ws-lote-retomado-sim
               move ws-ultimo-registro-ok to ws-lote-qtd-edicao
               move spaces to reg-controle
               string "LOTE EM ANDAMENTO - RETOMADO APOS O REGISTRO "
                                            delimited by size
                      ws-lote-qtd-edicao    delimited by size
                      into reg-controle
               end-string
               write reg-controle
           end-if.

           move spaces to reg-controle.
           write reg-controle.

           move spaces to reg-controle.
           if ws-lote-rejeitado-sim
               string "SITUACAO: LOTE REJEITADO - " delimited by size
                      ws-lote-motivo                delimited by size
                      into reg-controle
               end-string
           else
               move "SITUACAO: LOTE ACEITO" to reg-controle
           end-if.
           write reg-controle.

       1010-ler-checkpoint.

           move zeros to ws-ultimo-registro-ok.
           add 1 to ws-qtd-lidos.
           move spaces to ws-motivo-rejeicao.

           perform 2100-validar-cliente.
           perform 2150-expandir-formula.

           if ws-motivo-rejeicao = spaces
               perform 2200-calcular-formula
           else
               perform 3100-gravar-rejeitado
           end-if.

           if not ws-modo-reprocesso-sim
               if function mod(ws-num-registro,
                       ws-intervalo-checkpoint) = zeros
                   perform 1900-gravar-checkpoint
               end-if
           end-if.

           perform 2800-ler-proximo.

       2100-validar-cliente.

           move ws-cliente to clim-codigo.
           read arq-clientes
               invalid key
                   continue
           end-read.

           if ws-fs-clientes not = "00"
               move "10" to ws-motivo-rejeicao
           else
               if clim-situacao not = "A"
                  or clim-data-inicio > ws-data-processamento
                  or (clim-data-fim > zeros
                      and clim-data-fim < ws-data-processamento)
                   move "10" to ws-motivo-rejeicao
               end-if
           end-if.

       2150-expandir-formula.

           move ws-input-formula to ws-formula-original.
           move spaces to ws-formula-id.
           move zeros  to ws-formula-versao.

           if ws-input-formula(1:1) = "@"
               move function upper-case(ws-input-formula(2:8))
                    to ws-formula-id
               move ws-formula-id to fmlm-id
               if ws-catalogo-aberto-sim
                   read arq-catalogo
                       invalid key
                           continue
                   end-read
               else
                   move "35" to ws-fs-catalogo
               end-if
               if ws-fs-catalogo = "00"
                   move fmlm-versao to ws-formula-versao
               end-if
               if ws-fs-catalogo not = "00"
                  or fmlm-situacao not = "A"
                   if ws-motivo-rejeicao = spaces
                       move "11" to ws-motivo-rejeicao
                   end-if
               else
                   move fmlm-expressao to ws-input-formula
               end-if
           end-if.

       2200-calcular-formula.

           move ws-input-formula to expr-formula.
           call "CALCEXPR" using expr-comunicacao.

               perform 3100-gravar-rejeitado
           end-if.

       2800-ler-proximo.

           if ws-modo-reprocesso-sim
                   at end
                       set ws-fim-arquivo-sim to true
               end-read
               if not ws-fim-arquivo-sim
                  and lott-tipo = "TRL"
                  and lott-separador-1 = ";"
                   set ws-fim-arquivo-sim to true
               end-if
               if not ws-fim-arquivo-sim
                   add 1 to ws-num-registro
                   perform 2850-separar-cliente
           move ws-resultado      to log-resultado.
           move "B"               to log-origem.
           move ws-cliente        to log-cliente.
           move ws-formula-id     to log-formula-id.
           move ws-formula-versao to log-formula-versao.
           move ws-lote-id        to log-lote-id.
           move run-com-data      to log-run-data.
           move run-com-hora      to log-run-hora.
           if ws-ind-passo = expr-qtd-passos
               move "S"           to log-passo-final
           else
               move "N"           to log-passo-final
           end-if.

           perform 3050-gravar-auditoria.

                   continue
           end-add.

           if ws-entrega-aberta-sim
               perform 3350-registrar-entrega
           end-if.

      *    Cada detalhe enviado fica em ENTREGA.MST aguardando o
      *    retorno do destino (situacao "E").
       3350-registrar-entrega.

           move spaces                to reg-entrega.
           move ws-data-processamento to ent-data-execucao.
           move ws-int-id-execucao    to ent-id-execucao.
           move ws-num-registro       to ent-num-registro.
           move ws-cliente            to ent-cliente.
           move ws-formula-original   to ent-formula.
           move expr-resultado        to ent-resultado.
           move expr-qtd-numeros      to ent-qtd-operandos.
           move run-com-data          to ent-data-envio.
           move "E"                   to ent-situacao.
           move zeros to ent-data-retorno ent-hora-retorno.

           write reg-entrega
               invalid key
                   rewrite reg-entrega
                       invalid key
                           display "ERRO AO GRAVAR ENTREGA.MST: "
                                   ws-fs-entrega
                   end-rewrite
           end-write.

       3200-gravar-passos.

           perform varying ws-ind-passo from 1 by 1
           move ";"                to rej-separador-2.
           move ws-cliente         to rej-cliente.
           move ";"                to rej-separador-3.
           move ws-formula-original to rej-formula.
           move ";"                to rej-separador-4.
           move ws-formula-id      to rej-formula-id.
           move ";"                to rej-separador-5.
           move ws-formula-versao  to rej-formula-versao.
           move ";"                to rej-separador-6.
           move ws-lote-id         to rej-lote-id.

           write reg-rejeitado.

           add 1 to ws-qtd-rejeitados-tot.
           if ws-motivo-rejeicao numeric
               move ws-motivo-rejeicao to ws-motivo-num
               if ws-motivo-num >= 1 and ws-motivo-num <= 12
                   add 1 to ws-qtd-por-motivo(ws-motivo-num)
                   display ws-motivo-descricao(ws-motivo-num) ": "
                           function trim(ws-input-formula)
                   display "ERRO AO ENCERRAR RUNCTL.DAT: "
                           run-com-status
               end-if
               move run-com-retorno to return-code
           end-if.

       9500-encerrar-arquivos.
           close arq-rejeitados.
           close arq-log.
           close arq-interface.
           close arq-clientes.
           if ws-catalogo-aberto-sim
               close arq-catalogo
           end-if.
           if ws-entrega-aberta-sim
               close arq-entrega
           end-if.
           if ws-lote-registrado-sim
               perform 9550-encerrar-lote
           end-if.

           display "PROCESSAMENTO ENCERRADO. LIDOS=" ws-qtd-lidos
                   " CALCULADOS=" ws-qtd-calculados
                   move 4 to return-code
           end-evaluate.

       9550-encerrar-lote.

           move ws-lote-id to lotm-lote-id.
           read arq-lotes
               invalid key
                   display "LOTE NAO ENCONTRADO EM LOTES.MST: "
                           ws-lote-id
           end-read.

           if ws-fs-lotes = "00"
               move "F" to lotm-situacao
               accept lotm-data-fim from date yyyymmdd
               accept lotm-hora-fim from time
               rewrite reg-lote
                   invalid key
                       display "ERRO AO REGRAVAR LOTES.MST: "
                               ws-fs-lotes
               end-rewrite
           end-if.

           close arq-lotes.

       9100-gravar-estatisticas.

           move "*" to reg-relatorio.
           write reg-relatorio.

           perform varying ws-motivo-num from 1 by 1
                   until ws-motivo-num > 12
               if ws-qtd-por-motivo(ws-motivo-num) > zeros
                   move ws-motivo-num to ws-motivo-edicao
                   move ws-qtd-por-motivo(ws-motivo-num)
