                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES-NOVO.

           SELECT CLIENTES2-ANT ASSIGN TO
                   MOVE ANT-ENDERECO TO REG-ENDERECO
                   MOVE ANT-CPF TO REG-CPF
                   MOVE ANT-TIPO-LINHA TO REG-TIPO-LINHA
                   MOVE 'F' TO REG-TIPO-PESSOA
                   MOVE SPACES TO REG-CNPJ
                   WRITE REG-CLIENTES
                       INVALID KEY
                           ADD 1 TO WRK-ACUM-INVALIDOS
