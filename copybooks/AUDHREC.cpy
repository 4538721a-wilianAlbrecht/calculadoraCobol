               05 his-data            pic 9(8).
               05 his-hora            pic 9(8).
               05 his-sequencia       pic 9(4).
           03 his-registro            pic x(200).
