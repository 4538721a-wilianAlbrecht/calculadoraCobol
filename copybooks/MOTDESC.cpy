              value "VARIAVEL NAO DEFINIDA".
           03 filler                        pic x(22)
              value "FUNCAO INVALIDA".
           03 filler                        pic x(22)
              value "CLIENTE NAO AUTORIZADO".
           03 filler                        pic x(22)
              value "FORMULA NAO CATALOGADA".
           03 filler                        pic x(22)
              value "REJEITADO NO DESTINO".
       01 filler redefines ws-descricoes-motivos.
           03 ws-motivo-descricao           pic x(22)
                                            occurs 12 times.
