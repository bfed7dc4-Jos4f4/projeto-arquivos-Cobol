                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT CLIENTES2 ASSIGN TO
           05 TRL-INDICADOR PIC X(04).
           05 TRL-QTDE-REGISTROS PIC 9(06).
           05 TRL-DATA-EXECUCAO PIC X(08).
           05 FILLER PIC X(126).

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).
