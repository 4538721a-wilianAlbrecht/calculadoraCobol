       identification division.
       program-id. fluxoCobol.
       environment division.
       input-output section.
       file-control.
           select arq-definicao assign to "FLUXO.DAT"
               organization is line sequential
               file status is ws-fs-definicao.

           select arq-resumo assign to "FLUXO-RESUMO.DAT"
               organization is line sequential
               file status is ws-fs-resumo.

       data division.
       file section.
      *    FLUXO.DAT - definicao do fluxo noturno, uma linha por
      *    registro, colunas fixas:
      *      F <nome do fluxo>
      *      P <passo> <programa> <rc maximo> <pred1> <pred2> <pred3>
      *        <parametros>
      *    Linhas iniciadas por "*" sao comentario. Os passos rodam
      *    na ordem do arquivo; cada predecessor deve ser um passo
      *    definido antes dele.
       fd  arq-definicao.
       01 reg-definicao.
           03 def-tipo                      pic x(1).
           03 filler                        pic x(1).
           03 def-passo                     pic x(8).
           03 filler                        pic x(1).
           03 def-programa                  pic x(20).
           03 filler                        pic x(1).
           03 def-rc-maximo                 pic x(2).
           03 filler                        pic x(1).
           03 def-predecessores.
               05 def-predecessor           occurs 3 times.
                   07 def-pred-nome         pic x(8).
                   07 filler                pic x(1).
           03 def-parametros                pic x(60).

       fd  arq-resumo.
       01 reg-resumo                        pic x(132).

       working-storage section.
       01 ws-fs-definicao                   pic x(2) value "00".
       01 ws-fs-resumo                      pic x(2) value "00".

       01 ws-fim-arquivo                    pic x(1) value "N".
           88 ws-fim-arquivo-sim                  value "S".
       01 ws-erro-fatal                     pic x(1) value "N".
           88 ws-erro-fatal-sim                   value "S".
       01 ws-modo-reinicio                  pic x(1) value "N".
           88 ws-modo-reinicio-sim                value "S".
       01 ws-fluxo-interrompido             pic x(1) value "N".
           88 ws-fluxo-interrompido-sim           value "S".
       01 ws-predecessores-ok               pic x(1) value "S".
           88 ws-predecessores-ok-sim             value "S".
       01 ws-passo-achado                   pic x(1) value "N".
           88 ws-passo-achado-sim                 value "S".

       01 ws-parametro-execucao             pic x(20) value spaces.
       01 ws-parametro-campos redefines ws-parametro-execucao.
           03 ws-parm-modo                  pic x(9).
           03 filler                        pic x(11).

       01 ws-data-execucao                  pic 9(8) value zeros.
       01 ws-data-execucao-edicao           pic 9999/99/99.

       01 ws-fluxo-nome                     pic x(8) value spaces.
       01 ws-fluxo-data                     pic 9(8) value zeros.
       01 ws-fluxo-hora                     pic 9(8) value zeros.

       01 ws-tabela-passos.
           03 ws-qtd-passos                 pic 9(2) value zeros.
           03 ws-passo                      occurs 30 times.
               05 ws-pas-nome               pic x(8).
               05 ws-pas-programa           pic x(20).
               05 ws-pas-rc-maximo          pic 9(2).
               05 ws-pas-predecessor        pic x(8) occurs 3 times.
               05 ws-pas-parametros         pic x(60).
               05 ws-pas-situacao           pic x(1).
               05 ws-pas-data-inicio        pic 9(8).
               05 ws-pas-hora-inicio        pic 9(8).
               05 ws-pas-data-fim           pic 9(8).
               05 ws-pas-hora-fim           pic 9(8).
               05 ws-pas-retorno            pic 9(3).
       01 ws-ind-passo                      pic 9(2) value zeros.
       01 ws-ind-busca                      pic 9(2) value zeros.
       01 ws-ind-pred                       pic 9(1) value zeros.
       01 ws-ind-falha                      pic 9(2) value zeros.

       01 ws-comando                        pic x(84) value spaces.
       01 ws-rc-sistema                     pic s9(9) value zeros.
       01 ws-rc-passo                       pic 9(3) value zeros.

       01 ws-totais.
           03 ws-qtd-concluidos             pic 9(2) value zeros.
           03 ws-qtd-anteriores             pic 9(2) value zeros.
           03 ws-qtd-falhas                 pic 9(2) value zeros.
           03 ws-qtd-nao-executados         pic 9(2) value zeros.
           03 ws-qtd-com-alerta             pic 9(2) value zeros.

       01 ws-descricao-situacao             pic x(15) value spaces.
       01 ws-rc-edicao                      pic zz9.
       01 ws-qtd-edicao                     pic z9.

       copy RUNCOMM.

       01 ws-run-registrada                 pic x(1) value "N".
           88 ws-run-registrada-sim               value "S".

       procedure division.

           perform 1000-inicializar.

           if not ws-erro-fatal-sim
               perform 2000-executar-passo
                   varying ws-ind-passo from 1 by 1
                   until ws-ind-passo > ws-qtd-passos
                      or ws-fluxo-interrompido-sim
           end-if.

           perform 9000-finalizar.

           stop run.

       1000-inicializar.

           accept ws-data-execucao from date yyyymmdd.
           move ws-data-execucao to ws-data-execucao-edicao.

           accept ws-parametro-execucao from command-line.
           move function upper-case(ws-parametro-execucao)
                to ws-parametro-execucao.
           if ws-parm-modo = "REINICIAR"
               set ws-modo-reinicio-sim to true
           end-if.

           perform 1100-carregar-definicao.

           if not ws-erro-fatal-sim
               perform 1200-validar-predecessores
                   varying ws-ind-passo from 1 by 1
                   until ws-ind-passo > ws-qtd-passos
           end-if.

           if not ws-erro-fatal-sim
               if ws-modo-reinicio-sim
                   perform 1300-preparar-reinicio
               else
                   perform 1400-iniciar-fluxo
               end-if
           end-if.

       1100-carregar-definicao.

           open input arq-definicao.
           if ws-fs-definicao not = "00"
               display "FLUXO.DAT NAO ENCONTRADO: " ws-fs-definicao
               set ws-erro-fatal-sim to true
           else
               perform until ws-fim-arquivo-sim
                   read arq-definicao
                       at end
                           set ws-fim-arquivo-sim to true
                   end-read
                   if not ws-fim-arquivo-sim
                       evaluate def-tipo
                           when "F"
                               move def-passo to ws-fluxo-nome
                           when "P"
                               perform 1110-guardar-passo
                           when "*"
                           when space
                               continue
                           when other
                               display "REGISTRO INVALIDO EM "
                                       "FLUXO.DAT: "
                                       reg-definicao(1:40)
                               set ws-erro-fatal-sim to true
                       end-evaluate
                   end-if
               end-perform
               close arq-definicao

               if ws-fluxo-nome = spaces
                   display "FLUXO.DAT SEM REGISTRO F (NOME DO FLUXO)"
                   set ws-erro-fatal-sim to true
               end-if
               if ws-qtd-passos = zeros
                   display "FLUXO.DAT SEM PASSOS DEFINIDOS"
                   set ws-erro-fatal-sim to true
               end-if
           end-if.

           if not ws-erro-fatal-sim
               display "FLUXO: " ws-fluxo-nome
                       " PASSOS: " ws-qtd-passos
           end-if.

       1110-guardar-passo.

           move "N" to ws-passo-achado.
           perform varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-qtd-passos
               if ws-pas-nome(ws-ind-busca) = def-passo
                   set ws-passo-achado-sim to true
               end-if
           end-perform.

           evaluate true
               when def-passo = spaces
                 or def-programa = spaces
                   display "PASSO SEM NOME OU PROGRAMA EM FLUXO.DAT: "
                           reg-definicao(1:40)
                   set ws-erro-fatal-sim to true
               when ws-passo-achado-sim
                   display "PASSO DUPLICADO EM FLUXO.DAT: " def-passo
                   set ws-erro-fatal-sim to true
               when def-rc-maximo not numeric
                and def-rc-maximo not = spaces
                   display "RC MAXIMO INVALIDO NO PASSO: " def-passo
                   set ws-erro-fatal-sim to true
               when ws-qtd-passos >= 30
                   display "LIMITE DE 30 PASSOS EXCEDIDO: " def-passo
                   set ws-erro-fatal-sim to true
               when other
                   add 1 to ws-qtd-passos
                   move def-passo      to ws-pas-nome(ws-qtd-passos)
                   move def-programa   to ws-pas-programa(ws-qtd-passos)
                   if def-rc-maximo numeric
                       move def-rc-maximo
                            to ws-pas-rc-maximo(ws-qtd-passos)
                   else
                       move zeros to ws-pas-rc-maximo(ws-qtd-passos)
                   end-if
                   perform varying ws-ind-pred from 1 by 1
                           until ws-ind-pred > 3
                       move def-pred-nome(ws-ind-pred)
                            to ws-pas-predecessor
                               (ws-qtd-passos ws-ind-pred)
                   end-perform
                   move def-parametros
                        to ws-pas-parametros(ws-qtd-passos)
                   move space to ws-pas-situacao(ws-qtd-passos)
                   move zeros  to ws-pas-data-inicio(ws-qtd-passos)
                                  ws-pas-hora-inicio(ws-qtd-passos)
                                  ws-pas-data-fim(ws-qtd-passos)
                                  ws-pas-hora-fim(ws-qtd-passos)
                                  ws-pas-retorno(ws-qtd-passos)
           end-evaluate.

      *    Cada predecessor tem de ser um passo definido antes do
      *    passo que depende dele, o que garante que a ordem do
      *    arquivo respeita as dependencias.
       1200-validar-predecessores.

           perform varying ws-ind-pred from 1 by 1
                   until ws-ind-pred > 3
               if ws-pas-predecessor(ws-ind-passo ws-ind-pred)
                      not = spaces
                   move "N" to ws-passo-achado
                   perform varying ws-ind-busca from 1 by 1
                           until ws-ind-busca >= ws-ind-passo
                       if ws-pas-nome(ws-ind-busca) =
                          ws-pas-predecessor(ws-ind-passo ws-ind-pred)
                           set ws-passo-achado-sim to true
                       end-if
                   end-perform
                   if not ws-passo-achado-sim
                       display "PREDECESSOR "
                               ws-pas-predecessor
                               (ws-ind-passo ws-ind-pred)
                               " DO PASSO " ws-pas-nome(ws-ind-passo)
                               " NAO DEFINIDO ANTES DELE"
                       set ws-erro-fatal-sim to true
                   end-if
               end-if
           end-perform.

       1300-preparar-reinicio.

           move "U"           to run-com-funcao.
           move ws-fluxo-nome to run-com-programa.
           call "RUNCTL" using run-comunicacao.

           evaluate true
               when run-com-status not = "00"
                   display "NENHUMA EXECUCAO ANTERIOR DO FLUXO "
                           ws-fluxo-nome " PARA REINICIAR"
                   set ws-erro-fatal-sim to true
               when run-com-situacao = "E"
                   display "ULTIMA EXECUCAO DO FLUXO " ws-fluxo-nome
                           " TERMINOU SEM FALHA. NADA A REINICIAR."
                   move 4 to return-code
                   set ws-erro-fatal-sim to true
               when other
                   move run-com-data to ws-fluxo-data
                   move run-com-hora to ws-fluxo-hora
                   if run-com-aberta = "S"
                       display "ATENCAO: FLUXO AINDA CONSTAVA EM ABERTO"
                   end-if
                   display "REINICIANDO FLUXO " ws-fluxo-nome
                           " DE " ws-fluxo-data "-" ws-fluxo-hora
                   perform 1310-verificar-passo-anterior
                       varying ws-ind-passo from 1 by 1
                       until ws-ind-passo > ws-qtd-passos
                   perform 1320-reabrir-fluxo
           end-evaluate.

       1310-verificar-passo-anterior.

           move "S"                      to run-com-funcao.
           move ws-pas-nome(ws-ind-passo) to run-com-programa.
           move ws-fluxo-nome            to run-com-fluxo.
           move ws-fluxo-data            to run-com-fluxo-data.
           move ws-fluxo-hora            to run-com-fluxo-hora.
           call "RUNCTL" using run-comunicacao.

           if run-com-status = "00"
              and run-com-situacao = "E"
               move "J" to ws-pas-situacao(ws-ind-passo)
               move run-com-data     to ws-pas-data-inicio(ws-ind-passo)
               move run-com-hora     to ws-pas-hora-inicio(ws-ind-passo)
               move run-com-fim-data to ws-pas-data-fim(ws-ind-passo)
               move run-com-fim-hora to ws-pas-hora-fim(ws-ind-passo)
               move run-com-retorno  to ws-pas-retorno(ws-ind-passo)
           end-if.

       1320-reabrir-fluxo.

           move "R"           to run-com-funcao.
           move ws-fluxo-nome to run-com-programa.
           move ws-fluxo-data to run-com-data.
           move ws-fluxo-hora to run-com-hora.
           call "RUNCTL" using run-comunicacao.

           if run-com-status = "00"
               set ws-run-registrada-sim to true
           else
               display "ERRO AO REABRIR FLUXO NO RUNCTL.DAT: "
                       run-com-status
               set ws-erro-fatal-sim to true
           end-if.

       1400-iniciar-fluxo.

           move "U"           to run-com-funcao.
           move ws-fluxo-nome to run-com-programa.
           call "RUNCTL" using run-comunicacao.

           if run-com-status = "00"
              and run-com-aberta = "S"
               display "FLUXO EM ABERTO NO RUN-CONTROL: "
                       run-com-data "-" run-com-hora
               display "USE REINICIAR OU LIBERE ANTES DE INICIAR."
               set ws-erro-fatal-sim to true
           else
               if run-com-status = "00"
                  and run-com-situacao = "X"
                   display "ATENCAO: EXECUCAO ANTERIOR INTERROMPIDA "
                           run-com-data "-" run-com-hora
                           " SERA ABANDONADA"
               end-if
               move "I"           to run-com-funcao
               move "F"           to run-com-tipo
               move ws-fluxo-nome to run-com-programa
               call "RUNCTL" using run-comunicacao
               if run-com-status = "00"
                   set ws-run-registrada-sim to true
                   move run-com-data to ws-fluxo-data
                   move run-com-hora to ws-fluxo-hora
               else
                   display "ERRO AO GRAVAR RUNCTL.DAT: "
                           run-com-status
                   set ws-erro-fatal-sim to true
               end-if
           end-if.

       2000-executar-passo.

           if ws-pas-situacao(ws-ind-passo) = "J"
               display "PASSO " ws-pas-nome(ws-ind-passo)
                       " JA CONCLUIDO NA EXECUCAO ANTERIOR"
           else
               perform 2100-verificar-predecessores
               if ws-predecessores-ok-sim
                   perform 2200-rodar-passo
               else
                   display "PASSO " ws-pas-nome(ws-ind-passo)
                           " BLOQUEADO POR PREDECESSOR"
                   move "B" to ws-pas-situacao(ws-ind-passo)
                   move ws-ind-passo to ws-ind-falha
                   set ws-fluxo-interrompido-sim to true
               end-if
           end-if.

       2100-verificar-predecessores.

           move "S" to ws-predecessores-ok.

           perform varying ws-ind-pred from 1 by 1
                   until ws-ind-pred > 3
               if ws-pas-predecessor(ws-ind-passo ws-ind-pred)
                      not = spaces
                   perform varying ws-ind-busca from 1 by 1
                           until ws-ind-busca >= ws-ind-passo
                       if ws-pas-nome(ws-ind-busca) =
                          ws-pas-predecessor(ws-ind-passo ws-ind-pred)
                          and ws-pas-situacao(ws-ind-busca) not = "E"
                          and ws-pas-situacao(ws-ind-busca) not = "J"
                           move "N" to ws-predecessores-ok
                       end-if
                   end-perform
               end-if
           end-perform.

       2200-rodar-passo.

           move "I"                       to run-com-funcao.
           move "P"                       to run-com-tipo.
           move ws-pas-nome(ws-ind-passo) to run-com-programa.
           move ws-fluxo-nome             to run-com-fluxo.
           move ws-fluxo-data             to run-com-fluxo-data.
           move ws-fluxo-hora             to run-com-fluxo-hora.
           call "RUNCTL" using run-comunicacao.

           if run-com-status not = "00"
               display "ERRO AO REGISTRAR PASSO NO RUNCTL.DAT: "
                       run-com-status
               move "X" to ws-pas-situacao(ws-ind-passo)
               move 99  to ws-pas-retorno(ws-ind-passo)
               move ws-ind-passo to ws-ind-falha
               set ws-fluxo-interrompido-sim to true
           else
               move run-com-data to ws-pas-data-inicio(ws-ind-passo)
               move run-com-hora to ws-pas-hora-inicio(ws-ind-passo)

               move spaces to ws-comando
               string ws-pas-programa(ws-ind-passo)
                                          delimited by space
                      " "                 delimited by size
                      ws-pas-parametros(ws-ind-passo)
                                          delimited by size
                      into ws-comando
               end-string

               display "INICIANDO PASSO " ws-pas-nome(ws-ind-passo)
                       ": " function trim(ws-comando)

               call "SYSTEM" using ws-comando
               move return-code to ws-rc-sistema
               move zeros to return-code
               perform 2210-obter-rc-passo

               accept ws-pas-data-fim(ws-ind-passo) from date yyyymmdd
               accept ws-pas-hora-fim(ws-ind-passo) from time
               move ws-rc-passo to ws-pas-retorno(ws-ind-passo)

               if ws-rc-passo > ws-pas-rc-maximo(ws-ind-passo)
                   move "X" to ws-pas-situacao(ws-ind-passo)
                   move ws-ind-passo to ws-ind-falha
                   set ws-fluxo-interrompido-sim to true
               else
                   move "E" to ws-pas-situacao(ws-ind-passo)
               end-if

               perform 2300-encerrar-passo

               move ws-rc-passo to ws-rc-edicao
               display "PASSO " ws-pas-nome(ws-ind-passo)
                       " ENCERRADO RC=" ws-rc-edicao
                       " LIMITE=" ws-pas-rc-maximo(ws-ind-passo)
           end-if.

      *    O SYSTEM devolve o status de espera do shell: o codigo de
      *    saida do programa fica no byte alto. Valor negativo indica
      *    que o comando nao pode ser iniciado.
       2210-obter-rc-passo.

           evaluate true
               when ws-rc-sistema < zeros
                   move 99 to ws-rc-passo
               when ws-rc-sistema > 255
                   compute ws-rc-passo = ws-rc-sistema / 256
               when other
                   move ws-rc-sistema to ws-rc-passo
           end-evaluate.

       2300-encerrar-passo.

           move "F"                        to run-com-funcao.
           move ws-pas-nome(ws-ind-passo)  to run-com-programa.
           move ws-pas-data-inicio(ws-ind-passo) to run-com-data.
           move ws-pas-hora-inicio(ws-ind-passo) to run-com-hora.
           move ws-pas-situacao(ws-ind-passo)    to run-com-situacao.
           if ws-rc-passo > 99
               move 99 to run-com-retorno
           else
               move ws-rc-passo to run-com-retorno
           end-if.
           move zeros to run-com-qtd-lidos run-com-qtd-calculados
                         run-com-qtd-rejeitados.
           call "RUNCTL" using run-comunicacao.

           if run-com-status not = "00"
               display "ERRO AO ENCERRAR PASSO NO RUNCTL.DAT: "
                       run-com-status
           end-if.

       9000-finalizar.

           if not ws-erro-fatal-sim
               perform 9050-contar-passos
                   varying ws-ind-passo from 1 by 1
                   until ws-ind-passo > ws-qtd-passos

               evaluate true
                   when ws-fluxo-interrompido-sim
                       move 8 to return-code
                   when ws-qtd-com-alerta > zeros
                       move 4 to return-code
                   when other
                       move zeros to return-code
               end-evaluate

               perform 9100-emitir-resumo
           end-if.

           if ws-erro-fatal-sim and return-code = zeros
               move 8 to return-code
           end-if.

           perform 9600-fechar-run-control.

       9050-contar-passos.

           evaluate ws-pas-situacao(ws-ind-passo)
               when "E"
                   add 1 to ws-qtd-concluidos
                   if ws-pas-retorno(ws-ind-passo) > zeros
                       add 1 to ws-qtd-com-alerta
                   end-if
               when "J"
                   add 1 to ws-qtd-anteriores
               when "X"
               when "B"
                   add 1 to ws-qtd-falhas
               when other
                   move "N" to ws-pas-situacao(ws-ind-passo)
                   add 1 to ws-qtd-nao-executados
           end-evaluate.

       9100-emitir-resumo.

           open output arq-resumo.

           move spaces to reg-resumo.
           string "RESUMO DO FLUXO "       delimited by size
                  ws-fluxo-nome            delimited by size
                  "  INSTANCIA: "          delimited by size
                  ws-fluxo-data            delimited by size
                  "-"                      delimited by size
                  ws-fluxo-hora            delimited by size
                  "  DATA: "               delimited by size
                  ws-data-execucao-edicao  delimited by size
                  into reg-resumo
           end-string.
           write reg-resumo.

           move spaces to reg-resumo.
           write reg-resumo.

           move spaces to reg-resumo.
           string "PASSO    PROGRAMA             SITUACAO        "
                       delimited by size
                  "INICIO            FIM                RC LIM"
                       delimited by size
                  into reg-resumo
           end-string.
           write reg-resumo.

           perform 9110-imprimir-passo
               varying ws-ind-passo from 1 by 1
               until ws-ind-passo > ws-qtd-passos.

           move spaces to reg-resumo.
           write reg-resumo.

           move ws-qtd-concluidos to ws-qtd-edicao.
           move spaces to reg-resumo.
           string "PASSOS CONCLUIDOS NESTA EXECUCAO..: "
                                   delimited by size
                  ws-qtd-edicao    delimited by size
                  into reg-resumo
           end-string.
           write reg-resumo.

           move ws-qtd-anteriores to ws-qtd-edicao.
           move spaces to reg-resumo.
           string "PASSOS CONCLUIDOS ANTERIORMENTE...: "
                                   delimited by size
                  ws-qtd-edicao    delimited by size
                  into reg-resumo
           end-string.
           write reg-resumo.

           move ws-qtd-falhas to ws-qtd-edicao.
           move spaces to reg-resumo.
           string "PASSOS COM FALHA..................: "
                                   delimited by size
                  ws-qtd-edicao    delimited by size
                  into reg-resumo
           end-string.
           write reg-resumo.

           move ws-qtd-nao-executados to ws-qtd-edicao.
           move spaces to reg-resumo.
           string "PASSOS NAO EXECUTADOS.............: "
                                   delimited by size
                  ws-qtd-edicao    delimited by size
                  into reg-resumo
           end-string.
           write reg-resumo.

           move spaces to reg-resumo.
           if ws-fluxo-interrompido-sim
               string "FLUXO INTERROMPIDO NO PASSO "
                                           delimited by size
                      ws-pas-nome(ws-ind-falha)
                                           delimited by size
                      ". CORRIJA E EXECUTE COM O PARAMETRO REINICIAR."
                                           delimited by size
                      into reg-resumo
               end-string
           else
               move "FLUXO CONCLUIDO." to reg-resumo
           end-if.
           write reg-resumo.
           display reg-resumo(1:100).

           close arq-resumo.

       9110-imprimir-passo.

           evaluate ws-pas-situacao(ws-ind-passo)
               when "E"
                   move "CONCLUIDO"       to ws-descricao-situacao
               when "J"
                   move "CONCLUIDO ANTES" to ws-descricao-situacao
               when "X"
                   move "FALHOU"          to ws-descricao-situacao
               when "B"
                   move "BLOQUEADO"       to ws-descricao-situacao
               when other
                   move "NAO EXECUTADO"   to ws-descricao-situacao
           end-evaluate.

           move spaces to reg-resumo.
           if ws-pas-situacao(ws-ind-passo) = "N"
              or ws-pas-situacao(ws-ind-passo) = "B"
               string ws-pas-nome(ws-ind-passo)     delimited by size
                      " "                           delimited by size
                      ws-pas-programa(ws-ind-passo) delimited by size
                      " "                           delimited by size
                      ws-descricao-situacao         delimited by size
                      into reg-resumo
               end-string
           else
               move ws-pas-retorno(ws-ind-passo) to ws-rc-edicao
               string ws-pas-nome(ws-ind-passo)     delimited by size
                      " "                           delimited by size
                      ws-pas-programa(ws-ind-passo) delimited by size
                      " "                           delimited by size
                      ws-descricao-situacao         delimited by size
                      " "                           delimited by size
                      ws-pas-data-inicio(ws-ind-passo)
                                                    delimited by size
                      "-"                           delimited by size
                      ws-pas-hora-inicio(ws-ind-passo)
                                                    delimited by size
                      " "                           delimited by size
                      ws-pas-data-fim(ws-ind-passo) delimited by size
                      "-"                           delimited by size
                      ws-pas-hora-fim(ws-ind-passo) delimited by size
                      " "                           delimited by size
                      ws-rc-edicao                  delimited by size
                      " "                           delimited by size
                      ws-pas-rc-maximo(ws-ind-passo)
                                                    delimited by size
                      into reg-resumo
               end-string
           end-if.
           write reg-resumo.

       9600-fechar-run-control.

           if ws-run-registrada-sim
               move "F" to run-com-funcao
               move ws-fluxo-nome to run-com-programa
               move ws-fluxo-data to run-com-data
               move ws-fluxo-hora to run-com-hora
               if ws-fluxo-interrompido-sim or ws-erro-fatal-sim
                   move "X" to run-com-situacao
               else
                   move "E" to run-com-situacao
               end-if
               move return-code   to run-com-retorno
               move ws-qtd-passos to run-com-qtd-lidos
               compute run-com-qtd-calculados = ws-qtd-concluidos
                                              + ws-qtd-anteriores
               move ws-qtd-falhas to run-com-qtd-rejeitados
               call "RUNCTL" using run-comunicacao
               if run-com-status not = "00"
                   display "ERRO AO ENCERRAR RUNCTL.DAT: "
                           run-com-status
               end-if
               move run-com-retorno to return-code
           end-if.

       end program fluxoCobol.
