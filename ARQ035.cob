                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT CONTROLE ASSIGN TO
               MOVE WRK-ENDERECO-ESTRUT TO REG-ENDERECO
           END-IF.
           MOVE WRK-CPF TO REG-CPF.
      *==  A TRANSACAO SO TRAZ CPF -- INCLUSAO POR ESTA PORTA E
      *==  SEMPRE PESSOA FISICA; EMPRESA ENTRA PELA INCLUSAO DE TELA
           MOVE 'F' TO REG-TIPO-PESSOA.
           MOVE SPACES TO REG-CNPJ.
           PERFORM 0290-CLASSIFICA-TELEFONE.

       0290-CLASSIFICA-TELEFONE SECTION.
