       01 reg-ret-header.
           03 reth-tipo               pic x(1).
           03 reth-data-execucao      pic 9(8).
           03 reth-id-execucao        pic 9(8).
           03 filler                  pic x(63).
       01 reg-ret-detalhe.
           03 retd-tipo               pic x(1).
           03 retd-num-registro       pic 9(8).
           03 retd-situacao           pic x(1).
           03 retd-motivo             pic x(4).
           03 filler                  pic x(66).
       01 reg-ret-trailer.
           03 rett-tipo               pic x(1).
           03 rett-qtd-registros      pic 9(8).
           03 rett-hash-resultados    pic s9(11)v99
                                      sign leading separate.
           03 rett-qtd-aceitos        pic 9(8).
           03 rett-qtd-rejeitados     pic 9(8).
           03 filler                  pic x(41).
