      *==          VERIFICADORES CONFERIDOS; EMAIL COM ARROBA EM
      *==          POSICAO INTERNA; DATA AAAAMMDD DE CALENDARIO REAL;
      *==          CEP NUMERICO DENTRO DE UMA FAIXA DA UF INFORMADA
      *==          (TABELA CEP-FAIXAS.TXT, MANTIDA PELO ARQ082);
      *==          CNPJ NUMERICO DE 14 DIGITOS COM DIGITOS
      *==          VERIFICADORES CONFERIDOS (PESOS 5 A 2 E 9 A 2)
      *==  EM TEST (AMBIENTE.TXT) AS TABELAS LIDAS SAO AS
      *==  DDD-REFERENCIA-TEST.TXT E CEP-FAIXAS-TEST.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT DDD-REFERENCIA ASSIGN TO
               DYNAMIC WRK-CAMINHO-DDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DDD.

           SELECT CEP-FAIXAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-CEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CEP.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD DDD-REFERENCIA.
       01 REG-DDD-REF.
           COPY DDDREG.
           COPY CEPREG.

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-DDD PIC 9(02) VALUE ZEROS.
       77 FS-CEP PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-DDD PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CEP PIC X(30) VALUE SPACES.

      *===========TABELA DE DDD VALIDOS (CARGA UNICA)=========
      *==  O MODULO NAO E INITIAL -- A TABELA FICA CARREGADA ENTRE
      *==  AS CHAMADAS DA MESMA EXECUCAO, EVITANDO RELER O ARQUIVO
       77 WRK-CPF-DV1 PIC 9(01) VALUE ZEROS.
       77 WRK-CPF-DV2 PIC 9(01) VALUE ZEROS.

      *===========VALIDACAO DE CNPJ (DIGITO VERIFICADOR)=======
       01 WRK-CNPJ-TAB.
           05 WRK-CNPJ-DIG PIC 9(01) OCCURS 14 TIMES.
       77 WRK-CNPJ-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-CNPJ-PESO PIC 9(02) VALUE ZEROS.
       77 WRK-CNPJ-SOMA PIC 9(04) VALUE ZEROS.
       77 WRK-CNPJ-QTDE PIC 9(04) VALUE ZEROS.
       77 WRK-CNPJ-RESTO PIC 9(02) VALUE ZEROS.
       77 WRK-CNPJ-DV1 PIC 9(01) VALUE ZEROS.
       77 WRK-CNPJ-DV2 PIC 9(01) VALUE ZEROS.

      *===========VALIDACAO DE DATA (AAAAMMDD)================
       77 WRK-DATA-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-MES PIC 9(02) VALUE ZEROS.
                   PERFORM 0400-VALIDA-DATA
               WHEN 'P'
                   PERFORM 0500-VALIDA-CEP-UF
               WHEN 'J'
                   PERFORM 0600-VALIDA-CNPJ
               WHEN OTHER
                   MOVE "FUNCAO DE VALIDACAO INVALIDA" TO VAL-MENSAGEM
           END-EVALUATE.
           GOBACK.

       0102-DETERMINA-AMBIENTE SECTION.
           OPEN INPUT AMBIENTE.
           IF FS-AMBIENTE EQUAL 00
               READ AMBIENTE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-AMBIENTE TO WRK-AMBIENTE
               END-READ
               CLOSE AMBIENTE
           END-IF.
           EVALUATE WRK-AMBIENTE
               WHEN "TEST"
                   MOVE "DDD-REFERENCIA-TEST.TXT" TO WRK-CAMINHO-DDD
                   MOVE "CEP-FAIXAS-TEST.TXT" TO WRK-CAMINHO-CEP
               WHEN OTHER
                   MOVE "DDD-REFERENCIA.TXT" TO WRK-CAMINHO-DDD
                   MOVE "CEP-FAIXAS.TXT" TO WRK-CAMINHO-CEP
           END-EVALUATE.

       0100-VALIDA-TELEFONE SECTION.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(VAL-VALOR))
               TO WRK-TAMANHO.
               CONTINUE
           ELSE
               MOVE 'S' TO WRK-DDD-CARREGADO
               PERFORM 0102-DETERMINA-AMBIENTE
               OPEN INPUT DDD-REFERENCIA
               IF FS-DDD EQUAL 00
                   READ DDD-REFERENCIA
               CONTINUE
           ELSE
               MOVE 'S' TO WRK-CEP-CARREGADO
               PERFORM 0102-DETERMINA-AMBIENTE
               OPEN INPUT CEP-FAIXAS
               IF FS-CEP EQUAL 00
                   READ CEP-FAIXAS
                   MOVE "DIA INVALIDO" TO VAL-MENSAGEM
               END-IF
           END-IF.

       0600-VALIDA-CNPJ SECTION.
           IF FUNCTION TRIM(VAL-VALOR) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(VAL-VALOR)) EQUAL 14
               MOVE VAL-VALOR (1:14) TO WRK-CNPJ-TAB
               PERFORM 0610-CALCULA-DIGITOS-CNPJ
               IF WRK-CNPJ-DV1 EQUAL WRK-CNPJ-DIG (13)
                   AND WRK-CNPJ-DV2 EQUAL WRK-CNPJ-DIG (14)
                   MOVE 'S' TO VAL-RESULTADO
               ELSE
                   MOVE "CNPJ COM DIGITO INVALIDO" TO VAL-MENSAGEM
               END-IF
           ELSE
               MOVE "CNPJ INVALIDO" TO VAL-MENSAGEM
           END-IF.

       0610-CALCULA-DIGITOS-CNPJ SECTION.
      *==  PRIMEIRO DIGITO: PESOS 5,4,3,2,9,8,...,2 SOBRE OS 12
      *==  PRIMEIROS DIGITOS; SEGUNDO DIGITO: PESOS 6,5,4,3,2,9,...,2
      *==  SOBRE OS 12 DIGITOS MAIS O PRIMEIRO VERIFICADOR -- O PESO
      *==  VOLTA A 9 DEPOIS DO 2; RESTO MENOR QUE 2 DA DIGITO ZERO
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
