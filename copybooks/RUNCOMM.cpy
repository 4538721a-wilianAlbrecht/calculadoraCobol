           03 run-com-qtd-calculados  pic 9(8).
           03 run-com-qtd-rejeitados  pic 9(8).
           03 run-com-status          pic x(2).
           03 run-com-tipo            pic x(1).
           03 run-com-situacao        pic x(1).
           03 run-com-fluxo           pic x(8).
           03 run-com-fluxo-data      pic 9(8).
           03 run-com-fluxo-hora      pic 9(8).
           03 run-com-fim-data        pic 9(8).
           03 run-com-fim-hora        pic 9(8).
