                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT HISTORICO ASSIGN TO
           COPY CLIREG REPLACING LEADING ==REG-== BY ==HST-==.

       FD HISTORICO-TMP.
       01 REG-HIST-TMP PIC X(145).

       FD LOG-TRANSACOES.
       01 REG-LOG-TRANSACAO PIC X(80).
