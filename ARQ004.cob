           05 TRL-INDICADOR PIC X(04).
           05 TRL-QTDE-REGISTROS PIC 9(06).
           05 TRL-DATA-EXECUCAO PIC X(08).
           05 FILLER PIC X(126).

       FD LOG-ERROS.
       01 REG-LOG-ERRO PIC X(80).
