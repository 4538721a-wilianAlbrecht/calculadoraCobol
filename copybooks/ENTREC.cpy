       01 reg-entrega.
           03 ent-chave.
               05 ent-data-execucao   pic 9(8).
               05 ent-id-execucao     pic 9(8).
               05 ent-num-registro    pic 9(8).
           03 ent-cliente             pic x(8).
           03 ent-formula             pic x(60).
           03 ent-resultado           pic s9(7)v99.
           03 ent-data-envio          pic 9(8).
           03 ent-situacao            pic x(1).
           03 ent-motivo-destino      pic x(4).
           03 ent-data-retorno        pic 9(8).
           03 ent-hora-retorno        pic 9(8).
           03 ent-qtd-operandos       pic 9(2).
           03 ent-tipo-envio          pic x(1).
           03 ent-ref-data            pic 9(8).
           03 ent-ref-hora            pic 9(8).
           03 filler                  pic x(1).
