       01 reg-lote-header.
           03 loth-tipo               pic x(3).
           03 loth-separador-1        pic x(1).
           03 loth-departamento       pic x(8).
           03 loth-separador-2        pic x(1).
           03 loth-lote-id            pic x(12).
           03 loth-separador-3        pic x(1).
           03 loth-data               pic 9(8).
           03 filler                  pic x(35).
       01 reg-lote-trailer.
           03 lott-tipo               pic x(3).
           03 lott-separador-1        pic x(1).
           03 lott-qtd-registros      pic 9(8).
           03 lott-separador-2        pic x(1).
           03 lott-hash               pic 9(12).
           03 filler                  pic x(44).
