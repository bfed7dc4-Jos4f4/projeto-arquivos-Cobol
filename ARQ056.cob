      *==            LINHA E A DISTRIBUICAO DE DDD FICAM IGUAIS AOS
      *==            DE PRODUCAO, PARA QUE OS TESTES SE COMPORTEM
      *==            COMO O AMBIENTE REAL SEM EXPOR DADOS DE CLIENTE
      *==  PESSOA JURIDICA RECEBE CNPJ SINTETICO (TAMBEM DERIVADO DO
      *==  ID, COM DIGITOS VALIDOS) E MANTEM O CPF DE SOCIO EM BRANCO
      *==  QUANDO ELE NAO EXISTE EM PRODUCAO
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT CLIENTES-TEST ASSIGN TO
               10 MSK-CEP            PIC X(08).
           05 MSK-CPF            PIC X(11).
           05 MSK-TIPO-LINHA     PIC X(01).
           05 MSK-TIPO-PESSOA    PIC X(01).
           05 MSK-CNPJ           PIC X(14).

      *===========GERACAO DO CPF SINTETICO====================
       01 WRK-CPF-TAB.
       77 WRK-CPF-DV1 PIC 9(01) VALUE ZEROS.
       77 WRK-CPF-DV2 PIC 9(01) VALUE ZEROS.

      *===========GERACAO DO CNPJ SINTETICO===================
       01 WRK-CNPJ-TAB.
           05 WRK-CNPJ-DIG PIC 9(01) OCCURS 14 TIMES.
       77 WRK-CNPJ-BASE PIC 9(08) VALUE ZEROS.
       77 WRK-CNPJ-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-CNPJ-PESO PIC 9(02) VALUE ZEROS.
       77 WRK-CNPJ-SOMA PIC 9(04) VALUE ZEROS.
       77 WRK-CNPJ-QTDE PIC 9(04) VALUE ZEROS.
       77 WRK-CNPJ-RESTO PIC 9(02) VALUE ZEROS.
       77 WRK-CNPJ-DV1 PIC 9(01) VALUE ZEROS.
       77 WRK-CNPJ-DV2 PIC 9(01) VALUE ZEROS.

      *===========DERIVACAO DOS DEMAIS CAMPOS=================
       77 WRK-TEL-TAM PIC 9(02) VALUE ZEROS.
       77 WRK-NUMERO-FICTICIO PIC 9(08) VALUE ZEROS.
               MOVE "00000000" TO MSK-CEP
           END-IF.
           PERFORM 0220-MASCARA-TELEFONE.
           MOVE REG-TIPO-PESSOA TO MSK-TIPO-PESSOA.
           MOVE SPACES TO MSK-CNPJ.
           IF REG-TIPO-PESSOA EQUAL 'J'
               PERFORM 0240-GERA-CNPJ-SINTETICO
           END-IF.
           IF REG-TIPO-PESSOA EQUAL 'J' AND REG-CPF EQUAL SPACES
               MOVE SPACES TO MSK-CPF
           ELSE
               PERFORM 0230-GERA-CPF-SINTETICO
           END-IF.

       0220-MASCARA-TELEFONE SECTION.
      *==  O DDD ORIGINAL E PRESERVADO (A DISTRIBUICAO POR REGIAO
           MOVE WRK-CPF-DV2 TO WRK-CPF-DIG (11).
           MOVE WRK-CPF-TAB TO MSK-CPF.

       0240-GERA-CNPJ-SINTETICO SECTION.
      *==  RAIZ DE 8 DIGITOS DERIVADA DO ID, FILIAL "0001" E OS DOIS
      *==  DIGITOS VERIFICADORES PELA REGRA DO ARQ033
           COMPUTE WRK-CNPJ-BASE = 10000000 + (REG-ID * 3).
           MOVE WRK-CNPJ-BASE TO WRK-CNPJ-TAB (1:8).
           MOVE "0001" TO WRK-CNPJ-TAB (9:4).
           MOVE ZEROS TO WRK-CNPJ-SOMA.
           MOVE 5 TO WRK-CNPJ-PESO.
           PERFORM VARYING WRK-CNPJ-IDX FROM 1 BY 1
               UNTIL WRK-CNPJ-IDX > 12
               COMPUTE WRK-CNPJ-SOMA = WRK-CNPJ-SOMA +
                   (WRK-CNPJ-DIG (WRK-CNPJ-IDX) * WRK-CNPJ-PESO)
               IF WRK-CNPJ-PESO EQUAL 2
                   MOVE 9 TO WRK-CNPJ-PESO
               ELSE
                   SUBTRACT 1 FROM WRK-CNPJ-PESO
               END-IF
           END-PERFORM.
           DIVIDE WRK-CNPJ-SOMA BY 11
               GIVING WRK-CNPJ-QTDE REMAINDER WRK-CNPJ-RESTO.
           IF WRK-CNPJ-RESTO < 2
               MOVE 0 TO WRK-CNPJ-DV1
           ELSE
               COMPUTE WRK-CNPJ-DV1 = 11 - WRK-CNPJ-RESTO
           END-IF.
           MOVE ZEROS TO WRK-CNPJ-SOMA.
           MOVE 6 TO WRK-CNPJ-PESO.
           PERFORM VARYING WRK-CNPJ-IDX FROM 1 BY 1
               UNTIL WRK-CNPJ-IDX > 12
               COMPUTE WRK-CNPJ-SOMA = WRK-CNPJ-SOMA +
                   (WRK-CNPJ-DIG (WRK-CNPJ-IDX) * WRK-CNPJ-PESO)
               IF WRK-CNPJ-PESO EQUAL 2
                   MOVE 9 TO WRK-CNPJ-PESO
               ELSE
                   SUBTRACT 1 FROM WRK-CNPJ-PESO
               END-IF
           END-PERFORM.
           COMPUTE WRK-CNPJ-SOMA = WRK-CNPJ-SOMA + (WRK-CNPJ-DV1 * 2).
           DIVIDE WRK-CNPJ-SOMA BY 11
               GIVING WRK-CNPJ-QTDE REMAINDER WRK-CNPJ-RESTO.
           IF WRK-CNPJ-RESTO < 2
               MOVE 0 TO WRK-CNPJ-DV2
           ELSE
               COMPUTE WRK-CNPJ-DV2 = 11 - WRK-CNPJ-RESTO
           END-IF.
           MOVE WRK-CNPJ-DV1 TO WRK-CNPJ-DIG (13).
           MOVE WRK-CNPJ-DV2 TO WRK-CNPJ-DIG (14).
           MOVE WRK-CNPJ-TAB TO MSK-CNPJ.

       0250-GRAVA-SAIDAS SECTION.
           MOVE WRK-MASCARADO TO REG-TEST.
           WRITE REG-TEST
