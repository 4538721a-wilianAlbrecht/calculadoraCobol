      *****************************************************************
      * SYMBOLIC MAP GERADO A PARTIR DE bms/CALCMAP.bms (mapset
      * CALCSET, mapa CALCAPR). Mantido a mao pois este ambiente nao
      * possui o tradutor BMS/CICS do GnuCOBOL; a estrutura segue o
      * layout padrao gerado pelo DFHMSD/DFHMDI/DFHMDF (campos L/F/A/I),
      * com um grupo para CADA campo DFHMDF do mapa, na mesma ordem
      * em que aparecem no .bms -- assim os deslocamentos batem com os
      * de uma assemblagem BMS real.
      *****************************************************************
       01 calcapri.
           03 filler                pic x(12).

           03 aprtitl                comp pic s9(4).
           03 aprtitf                pic x.
           03 filler redefines aprtitf.
               05 aprtita            pic x.
           03 aprtiti                pic x(26).

           03 aprlbfl                comp pic s9(4).
           03 aprlbff                pic x.
           03 filler redefines aprlbff.
               05 aprlbfa            pic x.
           03 aprlbfi                pic x(17).

           03 aprfunl                comp pic s9(4).
           03 aprfunf                pic x.
           03 filler redefines aprfunf.
               05 aprfuna            pic x.
           03 aprfuni                pic x(1).

           03 aprlbnl                comp pic s9(4).
           03 aprlbnf                pic x.
           03 filler redefines aprlbnf.
               05 aprlbna            pic x.
           03 aprlbni                pic x(17).

           03 aprnoml                comp pic s9(4).
           03 aprnomf                pic x.
           03 filler redefines aprnomf.
               05 aprnoma            pic x.
           03 aprnomi                pic x(10).

           03 aprlbil                comp pic s9(4).
           03 aprlbif                pic x.
           03 filler redefines aprlbif.
               05 aprlbia            pic x.
           03 aprlbii                pic x(17).

           03 aprdtil                comp pic s9(4).
           03 aprdtif                pic x.
           03 filler redefines aprdtif.
               05 aprdtia            pic x.
           03 aprdtii                pic x(8).

           03 aprlbal                comp pic s9(4).
           03 aprlbaf                pic x.
           03 filler redefines aprlbaf.
               05 aprlbaa            pic x.
           03 aprlbai                pic x(17).

           03 aprvatl                comp pic s9(4).
           03 aprvatf                pic x.
           03 filler redefines aprvatf.
               05 aprvata            pic x.
           03 aprvati                pic x(12).

           03 aprlbbl                comp pic s9(4).
           03 aprlbbf                pic x.
           03 filler redefines aprlbbf.
               05 aprlbba            pic x.
           03 aprlbbi                pic x(12).

           03 aprfatl                comp pic s9(4).
           03 aprfatf                pic x.
           03 filler redefines aprfatf.
               05 aprfata            pic x.
           03 aprfati                pic x(8).

           03 aprlbol                comp pic s9(4).
           03 aprlbof                pic x.
           03 filler redefines aprlbof.
               05 aprlboa            pic x.
           03 aprlboi                pic x(17).

           03 aprvnvl                comp pic s9(4).
           03 aprvnvf                pic x.
           03 filler redefines aprvnvf.
               05 aprvnva            pic x.
           03 aprvnvi                pic x(12).

           03 aprlbql                comp pic s9(4).
           03 aprlbqf                pic x.
           03 filler redefines aprlbqf.
               05 aprlbqa            pic x.
           03 aprlbqi                pic x(12).

           03 aprfnvl                comp pic s9(4).
           03 aprfnvf                pic x.
           03 filler redefines aprfnvf.
               05 aprfnva            pic x.
           03 aprfnvi                pic x(8).

           03 aprlbsl                comp pic s9(4).
           03 aprlbsf                pic x.
           03 filler redefines aprlbsf.
               05 aprlbsa            pic x.
           03 aprlbsi                pic x(17).

           03 aprsoll                comp pic s9(4).
           03 aprsolf                pic x.
           03 filler redefines aprsolf.
               05 aprsola            pic x.
           03 aprsoli                pic x(40).

           03 aprinfl                comp pic s9(4).
           03 aprinff                pic x.
           03 filler redefines aprinff.
               05 aprinfa            pic x.
           03 aprinfi                pic x(70).

           03 aprmsgl                comp pic s9(4).
           03 aprmsgf                pic x.
           03 filler redefines aprmsgf.
               05 aprmsga            pic x.
           03 aprmsgi                pic x(79).

           03 aprrodl                comp pic s9(4).
           03 aprrodf                pic x.
           03 filler redefines aprrodf.
               05 aprroda            pic x.
           03 aprrodi                pic x(79).

       01 calcapro redefines calcapri.
           03 filler                pic x(12).

           03 filler                 pic x(3).
           03 aprtito                pic x(26).

           03 filler                 pic x(3).
           03 aprlbfo                pic x(17).

           03 filler                 pic x(3).
           03 aprfuno                pic x(1).

           03 filler                 pic x(3).
           03 aprlbno                pic x(17).

           03 filler                 pic x(3).
           03 aprnomo                pic x(10).

           03 filler                 pic x(3).
           03 aprlbio                pic x(17).

           03 filler                 pic x(3).
           03 aprdtio                pic x(8).

           03 filler                 pic x(3).
           03 aprlbao                pic x(17).

           03 filler                 pic x(3).
           03 aprvato                pic x(12).

           03 filler                 pic x(3).
           03 aprlbbo                pic x(12).

           03 filler                 pic x(3).
           03 aprfato                pic x(8).

           03 filler                 pic x(3).
           03 aprlboo                pic x(17).

           03 filler                 pic x(3).
           03 aprvnvo                pic x(12).

           03 filler                 pic x(3).
           03 aprlbqo                pic x(12).

           03 filler                 pic x(3).
           03 aprfnvo                pic x(8).

           03 filler                 pic x(3).
           03 aprlbso                pic x(17).

           03 filler                 pic x(3).
           03 aprsolo                pic x(40).

           03 filler                 pic x(3).
           03 aprinfo                pic x(70).

           03 filler                 pic x(3).
           03 aprmsgo                pic x(79).

           03 filler                 pic x(3).
           03 aprrodo                pic x(79).
