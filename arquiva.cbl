                   display "ERRO AO ENCERRAR RUNCTL.DAT: "
                           run-com-status
               end-if
               move run-com-retorno to return-code
           end-if.

       end program arquivaCobol.
