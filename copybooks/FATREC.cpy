       01 reg-faturado.
           03 fat-competencia         pic 9(6).
           03 fat-data-geracao        pic 9(8).
           03 fat-hora-geracao        pic 9(8).
           03 fat-qtd-clientes        pic 9(6).
           03 fat-qtd-calculos        pic 9(8).
           03 fat-valor-total         pic 9(11)v99.
