      *****************************************************************
      * SYMBOLIC MAP GERADO A PARTIR DE bms/CALCMAP.bms (mapset
      * CALCSET, mapa CALCCLI). Mantido a mao pois este ambiente nao
      * possui o tradutor BMS/CICS do GnuCOBOL; a estrutura segue o
      * layout padrao gerado pelo DFHMSD/DFHMDI/DFHMDF (campos L/F/A/I),
      * com um grupo para CADA campo DFHMDF do mapa, na mesma ordem
      * em que aparecem no .bms -- assim os deslocamentos batem com os
      * de uma assemblagem BMS real.
      *****************************************************************
       01 calcclii.
           03 filler                pic x(12).

           03 clititl                comp pic s9(4).
           03 clititf                pic x.
           03 filler redefines clititf.
               05 clitita            pic x.
           03 clititi                pic x(26).

           03 clilbfl                comp pic s9(4).
           03 clilbff                pic x.
           03 filler redefines clilbff.
               05 clilbfa            pic x.
           03 clilbfi                pic x(16).

           03 clifunl                comp pic s9(4).
           03 clifunf                pic x.
           03 filler redefines clifunf.
               05 clifuna            pic x.
           03 clifuni                pic x(1).

           03 clilbcl                comp pic s9(4).
           03 clilbcf                pic x.
           03 filler redefines clilbcf.
               05 clilbca            pic x.
           03 clilbci                pic x(16).

           03 clicodl                comp pic s9(4).
           03 clicodf                pic x.
           03 filler redefines clicodf.
               05 clicoda            pic x.
           03 clicodi                pic x(8).

           03 clilbnl                comp pic s9(4).
           03 clilbnf                pic x.
           03 filler redefines clilbnf.
               05 clilbna            pic x.
           03 clilbni                pic x(16).

           03 clinoml                comp pic s9(4).
           03 clinomf                pic x.
           03 filler redefines clinomf.
               05 clinoma            pic x.
           03 clinomi                pic x(30).

           03 clilbsl                comp pic s9(4).
           03 clilbsf                pic x.
           03 filler redefines clilbsf.
               05 clilbsa            pic x.
           03 clilbsi                pic x(16).

           03 clisitl                comp pic s9(4).
           03 clisitf                pic x.
           03 filler redefines clisitf.
               05 clisita            pic x.
           03 clisiti                pic x(1).

           03 clilbil                comp pic s9(4).
           03 clilbif                pic x.
           03 filler redefines clilbif.
               05 clilbia            pic x.
           03 clilbii                pic x(16).

           03 clidtil                comp pic s9(4).
           03 clidtif                pic x.
           03 filler redefines clidtif.
               05 clidtia            pic x.
           03 clidtii                pic x(8).

           03 clilbel                comp pic s9(4).
           03 clilbef                pic x.
           03 filler redefines clilbef.
               05 clilbea            pic x.
           03 clilbei                pic x(16).

           03 clidtfl                comp pic s9(4).
           03 clidtff                pic x.
           03 filler redefines clidtff.
               05 clidtfa            pic x.
           03 clidtfi                pic x(8).

           03 cliinfl                comp pic s9(4).
           03 cliinff                pic x.
           03 filler redefines cliinff.
               05 cliinfa            pic x.
           03 cliinfi                pic x(70).

           03 climsgl                comp pic s9(4).
           03 climsgf                pic x.
           03 filler redefines climsgf.
               05 climsga            pic x.
           03 climsgi                pic x(79).

           03 clirodl                comp pic s9(4).
           03 clirodf                pic x.
           03 filler redefines clirodf.
               05 cliroda            pic x.
           03 clirodi                pic x(79).

       01 calcclio redefines calcclii.
           03 filler                pic x(12).

           03 filler                 pic x(3).
           03 clitito                pic x(26).

           03 filler                 pic x(3).
           03 clilbfo                pic x(16).

           03 filler                 pic x(3).
           03 clifuno                pic x(1).

           03 filler                 pic x(3).
           03 clilbco                pic x(16).

           03 filler                 pic x(3).
           03 clicodo                pic x(8).

           03 filler                 pic x(3).
           03 clilbno                pic x(16).

           03 filler                 pic x(3).
           03 clinomo                pic x(30).

           03 filler                 pic x(3).
           03 clilbso                pic x(16).

           03 filler                 pic x(3).
           03 clisito                pic x(1).

           03 filler                 pic x(3).
           03 clilbio                pic x(16).

           03 filler                 pic x(3).
           03 clidtio                pic x(8).

           03 filler                 pic x(3).
           03 clilbeo                pic x(16).

           03 filler                 pic x(3).
           03 clidtfo                pic x(8).

           03 filler                 pic x(3).
           03 cliinfo                pic x(70).

           03 filler                 pic x(3).
           03 climsgo                pic x(79).

           03 filler                 pic x(3).
           03 clirodo                pic x(79).
