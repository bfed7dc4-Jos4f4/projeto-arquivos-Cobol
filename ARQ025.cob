      *==  OBJETIVO: PROCURA DE CLIENTE POR CPF, VIA CHAVE ALTERNATIVA
      *==            REG-CPF DO CADASTRO -- O CPF E O DADO QUE O
      *==            CLIENTE INFORMA AO ATENDIMENTO PELO TELEFONE
      *==  DOCUMENTO COM 14 DIGITOS E PROCURADO COMO CNPJ (PESSOA
      *==  JURIDICA), PELA CHAVE ALTERNATIVA REG-CNPJ, DO MESMO JEITO
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

       DATA DIVISION.
       01 WRK-MSK-PARAMETROS.
           COPY MSKPRM.
       77 WRK-TELEFONE-TELA PIC X(11) VALUE SPACES.
       77 WRK-DOCUMENTO-TELA PIC X(18) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========CRITERIO DE PESQUISA=========================
       77 WRK-CPF-BUSCA PIC X(11) VALUE SPACES.
       77 WRK-DOC-BUSCA PIC X(14) VALUE SPACES.
       77 WRK-CNPJ-BUSCA PIC X(14) VALUE SPACES.
       77 WRK-TIPO-BUSCA PIC X(04) VALUE "CPF".

      *================ACUMULADORES===================================
       77 WRK-ACUM-ENCONTRADOS PIC 9(06) VALUE ZEROS.
               MOVE "ARQUIVO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "DIGITE O CPF OU CNPJ PROCURADO (SOMENTE NUMEROS)".
           ACCEPT WRK-DOC-BUSCA.
           IF FUNCTION LENGTH(FUNCTION TRIM(WRK-DOC-BUSCA)) EQUAL 14
               MOVE "CNPJ" TO WRK-TIPO-BUSCA
               MOVE WRK-DOC-BUSCA TO WRK-CNPJ-BUSCA
           ELSE
               MOVE WRK-DOC-BUSCA TO WRK-CPF-BUSCA
           END-IF.

       0102-DETERMINA-AMBIENTE SECTION.
           OPEN INPUT AMBIENTE.
      *==  POSICIONA DIRETO NA CHAVE ALTERNATIVA REG-CPF E LE APENAS
      *==  O GRUPO DE REGISTROS COM O CPF PROCURADO, SEM VARRER O
      *==  ARQUIVO INTEIRO
           IF WRK-TIPO-BUSCA EQUAL "CNPJ"
               PERFORM 0220-PROCURA-CNPJ
           ELSE
               PERFORM 0230-PROCURA-CPF
           END-IF.

       0230-PROCURA-CPF SECTION.
           MOVE WRK-CPF-BUSCA TO REG-CPF.
           START CLIENTES KEY IS EQUAL TO REG-CPF
               INVALID KEY
               END-PERFORM
           END-IF.

       0220-PROCURA-CNPJ SECTION.
           MOVE WRK-CNPJ-BUSCA TO REG-CNPJ.
           START CLIENTES KEY IS EQUAL TO REG-CNPJ
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-CLIENTES EQUAL 00
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
                       OR REG-CNPJ NOT EQUAL WRK-CNPJ-BUSCA
                   ADD 1 TO WRK-ACUM-ENCONTRADOS
                   PERFORM 0210-EXIBE-CLIENTE
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF.

       0210-EXIBE-CLIENTE SECTION.
           DISPLAY "ID.............   " REG-ID.
           DISPLAY "NOME...........   " REG-NOME.
           IF REG-TIPO-PESSOA EQUAL 'J'
               DISPLAY "TIPO...........   PESSOA JURIDICA"
               MOVE 'J' TO MSK-FUNCAO
               MOVE REG-CNPJ TO MSK-VALOR
               CALL "ARQ087" USING WRK-MSK-PARAMETROS
               MOVE MSK-SAIDA (1:18) TO WRK-DOCUMENTO-TELA
               DISPLAY "CNPJ...........   " WRK-DOCUMENTO-TELA
           ELSE
               DISPLAY "TIPO...........   PESSOA FISICA"
           END-IF.
           MOVE 'T' TO MSK-FUNCAO.
           MOVE REG-TELEFONE TO MSK-VALOR.
           CALL "ARQ087" USING WRK-MSK-PARAMETROS.
       0300-FINISH SECTION.
           CLOSE CLIENTES.
           IF WRK-ACUM-ENCONTRADOS EQUAL ZERO
               DISPLAY "NENHUM CLIENTE ENCONTRADO COM ESSE "
                   WRK-TIPO-BUSCA
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

