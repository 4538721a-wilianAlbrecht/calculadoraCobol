           03 run-qtd-calculados      pic 9(8).
           03 run-qtd-rejeitados      pic 9(8).
           03 run-retorno             pic 9(2).
           03 run-tipo                pic x(1).
           03 run-fluxo               pic x(8).
           03 run-fluxo-data          pic 9(8).
           03 run-fluxo-hora          pic 9(8).
           03 filler                  pic x(24).
