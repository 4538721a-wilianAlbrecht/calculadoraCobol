           03 rej-cliente             pic x(8).
           03 rej-separador-3         pic x(1).
           03 rej-formula             pic x(60).
           03 rej-separador-4         pic x(1).
           03 rej-formula-id          pic x(8).
           03 rej-separador-5         pic x(1).
           03 rej-formula-versao      pic 9(3).
           03 rej-separador-6         pic x(1).
           03 rej-lote-id             pic x(12).
