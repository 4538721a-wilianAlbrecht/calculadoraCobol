               05 aud-data            pic 9(8).
               05 aud-hora            pic 9(8).
               05 aud-sequencia       pic 9(4).
           03 aud-registro            pic x(200).
