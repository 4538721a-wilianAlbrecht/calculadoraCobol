           03 varm-data-alteracao     pic 9(8).
           03 varm-hora-alteracao     pic 9(8).
           03 varm-usuario            pic x(8).
           03 varm-pendencia.
               05 varm-pend-operacao  pic x(1).
               05 varm-pend-valor     pic s9(7)v99.
               05 varm-pend-data-fim  pic 9(8).
               05 varm-pend-usuario   pic x(8).
               05 varm-pend-data      pic 9(8).
               05 varm-pend-hora      pic 9(8).
