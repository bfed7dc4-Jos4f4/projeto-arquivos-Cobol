      *==            APLICADOS DIRETO: ENTRAM NA FILA DE APROVACOES
      *==            (APROVACOES-PENDENTES) PARA REVISAO DE UM
      *==            NIVEL 3 PELO ARQ086
      *==  O CNPJ DA PESSOA JURIDICA E TAMBEM SENSIVEL E SEGUE A MESMA
      *==  FILA (CAMPO "CNPJ"); APROVADO, O CLIENTE PASSA A TIPO J
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT LOG-TRANSACOES ASSIGN TO
       77 WRK-ENDERECO-ALTERADO PIC X(01) VALUE 'N'.
       77 FS-APROVACOES PIC 9(02) VALUE ZEROS.
       77 WRK-CPF PIC X(11) VALUE SPACES.
       77 WRK-CNPJ PIC X(14) VALUE SPACES.
       77 WRK-ULTIMO-NUM-APR PIC 9(05) VALUE ZEROS.
      *==  OS DADOS DA PENDENCIA FICAM EM WORKING-STORAGE ATE O
      *==  WRITE -- A VARREDURA DO ULTIMO NUMERO (0219) PASSA PELO
           DISPLAY "CIDADE ATUAL.......   " REG-CIDADE.
           DISPLAY "UF ATUAL...........   " REG-UF.
           DISPLAY "CEP ATUAL..........   " REG-CEP.
           DISPLAY "TIPO DE PESSOA.....   " REG-TIPO-PESSOA.
           IF REG-TIPO-PESSOA EQUAL 'J'
               DISPLAY "CNPJ ATUAL.........   " REG-CNPJ
           END-IF.
           MOVE SPACES TO WRK-NOME.
           MOVE SPACES TO WRK-TELEFONE.
           MOVE SPACES TO WRK-EMAIL.
           MOVE SPACES TO WRK-LOGRADOURO WRK-CIDADE WRK-UF WRK-CEP.
           MOVE SPACES TO WRK-CPF.
           MOVE SPACES TO WRK-CNPJ.
           DISPLAY "NOVO NOME (ENTER PARA MANTER)...".
           ACCEPT WRK-NOME.
           DISPLAY "NOVO CPF (ENTER PARA MANTER)...".
           ACCEPT WRK-CPF.
           DISPLAY "NOVO CNPJ (ENTER PARA MANTER)...".
           ACCEPT WRK-CNPJ.
           DISPLAY "NOVO TELEFONE (ENTER PARA MANTER)...".
           ACCEPT WRK-TELEFONE.
           DISPLAY "NOVO EMAIL (ENTER PARA MANTER)...".
                   DISPLAY "CPF INVALIDO -- PEDIDO DESCARTADO"
               END-IF
           END-IF.
           IF WRK-CNPJ NOT EQUAL SPACES
               MOVE 'J' TO VAL-FUNCAO
               MOVE WRK-CNPJ TO VAL-VALOR
               CALL "ARQ033" USING WRK-VAL-PARAMETROS
               IF VAL-RESULTADO EQUAL 'S'
                   MOVE "CNPJ" TO WRK-APR-CAMPO
                   MOVE REG-CNPJ TO WRK-APR-ANTES
                   MOVE WRK-CNPJ TO WRK-APR-DEPOIS
                   PERFORM 0218-CAPTURA-APROVACAO
               ELSE
                   DISPLAY "CNPJ INVALIDO -- PEDIDO DESCARTADO"
               END-IF
           END-IF.
           IF WRK-TELEFONE NOT EQUAL SPACES
               MOVE 'T' TO VAL-FUNCAO
               MOVE WRK-TELEFONE TO VAL-VALOR
