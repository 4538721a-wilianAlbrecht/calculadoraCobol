       01 reg-cli-master.
           03 clim-codigo             pic x(8).
           03 clim-nome               pic x(30).
           03 clim-situacao           pic x(1).
           03 clim-data-inicio        pic 9(8).
           03 clim-data-fim           pic 9(8).
           03 clim-data-alteracao     pic 9(8).
           03 clim-hora-alteracao     pic 9(8).
           03 clim-usuario            pic x(8).
