                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT LOG-TRANSACOES ASSIGN TO
