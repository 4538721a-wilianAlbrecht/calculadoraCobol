       01 reg-lote.
           03 lotm-lote-id            pic x(12).
           03 lotm-departamento       pic x(8).
           03 lotm-data-lote          pic 9(8).
           03 lotm-qtd-registros      pic 9(8).
           03 lotm-hash               pic 9(12).
           03 lotm-situacao           pic x(1).
           03 lotm-data-inicio        pic 9(8).
           03 lotm-hora-inicio        pic 9(8).
           03 lotm-data-fim           pic 9(8).
           03 lotm-hora-fim           pic 9(8).
           03 filler                  pic x(36).
