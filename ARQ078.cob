       77 WRK-ATU-TELEFONE-TELA PIC X(11) VALUE SPACES.
       77 WRK-ANT-CPF-TELA PIC X(14) VALUE SPACES.
       77 WRK-ATU-CPF-TELA PIC X(14) VALUE SPACES.
       77 WRK-ANT-CNPJ-TELA PIC X(18) VALUE SPACES.
       77 WRK-ATU-CNPJ-TELA PIC X(18) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-IMAGENS PIC 9(06) VALUE ZEROS.
               DISPLAY "   TIPO-LINHA: " ANT-TIPO-LINHA " -> "
                   ATU-TIPO-LINHA
           END-IF.
           IF ATU-TIPO-PESSOA NOT EQUAL ANT-TIPO-PESSOA
               ADD 1 TO WRK-ACUM-DIFERENCAS
               DISPLAY "   TIPO-PESSOA: " ANT-TIPO-PESSOA " -> "
                   ATU-TIPO-PESSOA
           END-IF.
           IF ATU-CNPJ NOT EQUAL ANT-CNPJ
               ADD 1 TO WRK-ACUM-DIFERENCAS
               MOVE 'J' TO MSK-FUNCAO
               MOVE ANT-CNPJ TO MSK-VALOR
               CALL "ARQ087" USING WRK-MSK-PARAMETROS
               MOVE MSK-SAIDA (1:18) TO WRK-ANT-CNPJ-TELA
               MOVE ATU-CNPJ TO MSK-VALOR
               CALL "ARQ087" USING WRK-MSK-PARAMETROS
               MOVE MSK-SAIDA (1:18) TO WRK-ATU-CNPJ-TELA
               DISPLAY "   CNPJ: " WRK-ANT-CNPJ-TELA " -> "
                   WRK-ATU-CNPJ-TELA
           END-IF.

       0300-FINISH SECTION.
           CLOSE LOG-IMAGENS.
