      *****************************************************************
      * SYMBOLIC MAP GERADO A PARTIR DE bms/CALCMAP.bms (mapset
      * CALCSET, mapa CALCFML). Mantido a mao pois este ambiente nao
      * possui o tradutor BMS/CICS do GnuCOBOL; a estrutura segue o
      * layout padrao gerado pelo DFHMSD/DFHMDI/DFHMDF (campos L/F/A/I),
      * com um grupo para CADA campo DFHMDF do mapa, na mesma ordem
      * em que aparecem no .bms -- assim os deslocamentos batem com os
      * de uma assemblagem BMS real.
      *****************************************************************
       01 calcfmli.
           03 filler                pic x(12).

           03 fmltitl                comp pic s9(4).
           03 fmltitf                pic x.
           03 filler redefines fmltitf.
               05 fmltita            pic x.
           03 fmltiti                pic x(26).

           03 fmllbfl                comp pic s9(4).
           03 fmllbff                pic x.
           03 filler redefines fmllbff.
               05 fmllbfa            pic x.
           03 fmllbfi                pic x(17).

           03 fmlfunl                comp pic s9(4).
           03 fmlfunf                pic x.
           03 filler redefines fmlfunf.
               05 fmlfuna            pic x.
           03 fmlfuni                pic x(1).

           03 fmllbil                comp pic s9(4).
           03 fmllbif                pic x.
           03 filler redefines fmllbif.
               05 fmllbia            pic x.
           03 fmllbii                pic x(17).

           03 fmlcodl                comp pic s9(4).
           03 fmlcodf                pic x.
           03 filler redefines fmlcodf.
               05 fmlcoda            pic x.
           03 fmlcodi                pic x(8).

           03 fmllbdl                comp pic s9(4).
           03 fmllbdf                pic x.
           03 filler redefines fmllbdf.
               05 fmllbda            pic x.
           03 fmllbdi                pic x(17).

           03 fmldscl                comp pic s9(4).
           03 fmldscf                pic x.
           03 filler redefines fmldscf.
               05 fmldsca            pic x.
           03 fmldsci                pic x(30).

           03 fmllbel                comp pic s9(4).
           03 fmllbef                pic x.
           03 filler redefines fmllbef.
               05 fmllbea            pic x.
           03 fmllbei                pic x(17).

           03 fmlexpl                comp pic s9(4).
           03 fmlexpf                pic x.
           03 filler redefines fmlexpf.
               05 fmlexpa            pic x.
           03 fmlexpi                pic x(60).

           03 fmllbrl                comp pic s9(4).
           03 fmllbrf                pic x.
           03 filler redefines fmllbrf.
               05 fmllbra            pic x.
           03 fmllbri                pic x(17).

           03 fmlrspl                comp pic s9(4).
           03 fmlrspf                pic x.
           03 filler redefines fmlrspf.
               05 fmlrspa            pic x.
           03 fmlrspi                pic x(8).

           03 fmlinfl                comp pic s9(4).
           03 fmlinff                pic x.
           03 filler redefines fmlinff.
               05 fmlinfa            pic x.
           03 fmlinfi                pic x(70).

           03 fmlmsgl                comp pic s9(4).
           03 fmlmsgf                pic x.
           03 filler redefines fmlmsgf.
               05 fmlmsga            pic x.
           03 fmlmsgi                pic x(79).

           03 fmlrodl                comp pic s9(4).
           03 fmlrodf                pic x.
           03 filler redefines fmlrodf.
               05 fmlroda            pic x.
           03 fmlrodi                pic x(79).

       01 calcfmlo redefines calcfmli.
           03 filler                pic x(12).

           03 filler                 pic x(3).
           03 fmltito                pic x(26).

           03 filler                 pic x(3).
           03 fmllbfo                pic x(17).

           03 filler                 pic x(3).
           03 fmlfuno                pic x(1).

           03 filler                 pic x(3).
           03 fmllbio                pic x(17).

           03 filler                 pic x(3).
           03 fmlcodo                pic x(8).

           03 filler                 pic x(3).
           03 fmllbdo                pic x(17).

           03 filler                 pic x(3).
           03 fmldsco                pic x(30).

           03 filler                 pic x(3).
           03 fmllbeo                pic x(17).

           03 filler                 pic x(3).
           03 fmlexpo                pic x(60).

           03 filler                 pic x(3).
           03 fmllbro                pic x(17).

           03 filler                 pic x(3).
           03 fmlrspo                pic x(8).

           03 filler                 pic x(3).
           03 fmlinfo                pic x(70).

           03 filler                 pic x(3).
           03 fmlmsgo                pic x(79).

           03 filler                 pic x(3).
           03 fmlrodo                pic x(79).
