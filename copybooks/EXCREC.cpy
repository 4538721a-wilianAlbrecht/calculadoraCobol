       01 reg-excecao.
           03 exc-data                pic 9(8).
           03 exc-separador-1         pic x(1).
           03 exc-severidade          pic x(1).
           03 exc-separador-2         pic x(1).
           03 exc-cliente             pic x(8).
           03 exc-separador-3         pic x(1).
           03 exc-formula             pic x(60).
           03 exc-separador-4         pic x(1).
           03 exc-resultado-atual     pic -zzzzzz9.99.
           03 exc-separador-5         pic x(1).
           03 exc-data-anterior       pic 9(8).
           03 exc-separador-6         pic x(1).
           03 exc-resultado-anterior  pic -zzzzzz9.99.
           03 exc-separador-7         pic x(1).
           03 exc-diferenca           pic -zzzzzzz9.99.
           03 exc-separador-8         pic x(1).
           03 exc-percentual          pic -zzz9.99.
