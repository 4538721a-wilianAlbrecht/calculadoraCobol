       01 reg-dia-header.
           03 diah-tipo               pic x(1).
           03 diah-competencia        pic 9(6).
           03 diah-data-geracao       pic 9(8).
           03 diah-id-execucao        pic 9(8).
           03 diah-centro-servico     pic x(8).
           03 filler                  pic x(69).
       01 reg-dia-lancamento.
           03 dial-tipo               pic x(1).
           03 dial-sequencia          pic 9(6).
           03 dial-natureza           pic x(1).
           03 dial-centro-custo       pic x(8).
           03 dial-contrapartida      pic x(8).
           03 dial-valor              pic 9(11)v99.
           03 dial-competencia        pic 9(6).
           03 dial-historico          pic x(40).
           03 filler                  pic x(17).
       01 reg-dia-trailer.
           03 diat-tipo               pic x(1).
           03 diat-qtd-lancamentos    pic 9(8).
           03 diat-total-debitos      pic 9(13)v99.
           03 diat-total-creditos     pic 9(13)v99.
           03 filler                  pic x(61).
