       data division.
       file section.
       fd  arq-queue.
       01 reg-queue                         pic x(200).

       fd  arq-legado.
       01 reg-legado                        pic x(129).
                   display "ERRO AO ENCERRAR RUNCTL.DAT: "
                           run-com-status
               end-if
               move run-com-retorno to return-code
           end-if.

       end program ponteCobol.
