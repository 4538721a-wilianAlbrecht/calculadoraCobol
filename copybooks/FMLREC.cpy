       01 reg-fml-master.
           03 fmlm-id                 pic x(8).
           03 fmlm-descricao          pic x(30).
           03 fmlm-expressao          pic x(60).
           03 fmlm-responsavel        pic x(8).
           03 fmlm-versao             pic 9(3).
           03 fmlm-situacao           pic x(1).
           03 fmlm-data-alteracao     pic 9(8).
           03 fmlm-hora-alteracao     pic 9(8).
           03 fmlm-usuario            pic x(8).
