           03 log-resultado           pic -zzzzzz9.99.
           03 log-origem              pic x(1).
           03 log-cliente             pic x(8).
           03 log-passo-final         pic x(1).
           03 log-formula-id          pic x(8).
           03 log-formula-versao      pic 9(3).
           03 log-lote-id             pic x(12).
           03 log-run-data            pic 9(8).
           03 log-run-hora            pic 9(8).
           03 log-situacao            pic x(1).
           03 filler                  pic x(22).
