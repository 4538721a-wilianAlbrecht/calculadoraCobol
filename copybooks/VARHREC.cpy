       01 reg-var-historico.
           03 varh-chave.
               05 varh-data           pic 9(8).
               05 varh-hora           pic 9(8).
               05 varh-sequencia      pic 9(4).
           03 varh-nome               pic x(10).
           03 varh-data-inicio        pic 9(8).
           03 varh-acao               pic x(1).
           03 varh-operacao           pic x(1).
           03 varh-valor-anterior     pic s9(7)v99.
           03 varh-data-fim-anterior  pic 9(8).
           03 varh-valor-novo         pic s9(7)v99.
           03 varh-data-fim-nova      pic 9(8).
           03 varh-solicitante        pic x(8).
           03 varh-data-solicitacao   pic 9(8).
           03 varh-hora-solicitacao   pic 9(8).
           03 varh-aprovador          pic x(8).
           03 varh-data-aprovacao     pic 9(8).
           03 varh-hora-aprovacao     pic 9(8).
