      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2024
      *==  OBJETIVO: GRAVACAO DE REGITRRO DO ARQUIVO CLIENTES.TXT
      *==  TIPO DE PESSOA: F=FISICA (CPF OBRIGATORIO) OU J=JURIDICA
      *==  (CNPJ OBRIGATORIO, CPF DO SOCIO OPCIONAL) -- O DOCUMENTO
      *==  PRINCIPAL E CONFERIDO CONTRA DUPLICIDADE
      *=================================================================

       ENVIRONMENT DIVISION.
           05 TRL-INDICADOR PIC X(04).
           05 TRL-QTDE-REGISTROS PIC 9(06).
           05 TRL-DATA-EXECUCAO PIC X(08).
           05 FILLER PIC X(126).

       FD CONTROLE.
       01 REG-CONTROLE PIC 9(07).
      *===========VALIDACAO VIA MODULO COMUM (ARQ033)==========
       77 WRK-CPF PIC X(11) VALUE SPACES.
       77 WRK-CPF-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-TIPO-PESSOA PIC X(01) VALUE SPACES.
       77 WRK-CNPJ PIC X(14) VALUE SPACES.
       77 WRK-CNPJ-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-EMAIL-VALIDO PIC X(01) VALUE 'N'.
       01 WRK-VAL-PARAMETROS.
           COPY VALPRM.
      *===========CONTROLE DE DUPLICIDADE DE ID E CPF==========
       77 WRK-ID-DUPLICADO PIC X(01) VALUE 'N'.
       77 WRK-CPF-DUPLICADO PIC X(01) VALUE 'N'.
       77 WRK-CNPJ-DUPLICADO PIC X(01) VALUE 'N'.

      *===========DATA DE CADASTRO DO REGISTRO===============
       77 WRK-DATA-CADASTRO PIC X(08) VALUE SPACES.
               ACCEPT WRK-UF.
           DISPLAY "DIGITE O CEP (SOMENTE NUMEROS)...".
               ACCEPT WRK-CEP.
           PERFORM 0112-TIPO-PESSOA.
           IF WRK-TIPO-PESSOA EQUAL 'J'
               DISPLAY "DIGITE O CNPJ (SOMENTE NUMEROS)..."
                   ACCEPT WRK-CNPJ
               PERFORM 0117-VALIDA-CNPJ
               DISPLAY "CPF DO SOCIO RESPONSAVEL (ENTER = SEM)..."
                   ACCEPT WRK-CPF
               IF WRK-CPF NOT EQUAL SPACES
                   PERFORM 0116-VALIDA-CPF
               END-IF
           ELSE
               DISPLAY "DIGITE O CPF (SOMENTE NUMEROS)..."
                   ACCEPT WRK-CPF
               PERFORM 0116-VALIDA-CPF
           END-IF.

       0112-TIPO-PESSOA SECTION.
           MOVE SPACES TO WRK-TIPO-PESSOA.
           PERFORM UNTIL WRK-TIPO-PESSOA EQUAL 'F'
                   OR WRK-TIPO-PESSOA EQUAL 'J'
               DISPLAY "TIPO DE PESSOA (F=FISICA J=JURIDICA)..."
               ACCEPT WRK-TIPO-PESSOA
               EVALUATE WRK-TIPO-PESSOA
                   WHEN 'f'
                       MOVE 'F' TO WRK-TIPO-PESSOA
                   WHEN 'j'
                       MOVE 'J' TO WRK-TIPO-PESSOA
               END-EVALUATE
           END-PERFORM.

       0115-VALIDA-TELEFONE SECTION.
           MOVE 'N' TO WRK-TEL-VALIDO.
               END-IF
           END-PERFORM.

       0117-VALIDA-CNPJ SECTION.
           MOVE 'N' TO WRK-CNPJ-VALIDO.
           PERFORM UNTIL WRK-CNPJ-VALIDO EQUAL 'S'
               MOVE 'J' TO VAL-FUNCAO
               MOVE WRK-CNPJ TO VAL-VALOR
               CALL "ARQ033" USING WRK-VAL-PARAMETROS
               IF VAL-RESULTADO EQUAL 'S'
                   MOVE 'S' TO WRK-CNPJ-VALIDO
               ELSE
                   DISPLAY "CNPJ INVALIDO -- " VAL-MENSAGEM
                   DISPLAY "DIGITE O CNPJ..."
                   ACCEPT WRK-CNPJ
               END-IF
           END-PERFORM.

       0120-GERA-ID SECTION.
           OPEN INPUT CONTROLE.
           IF FS-CONTROLE EQUAL 35
       0150-VERIFICA-DUPLICIDADE SECTION.
           MOVE 'N' TO WRK-ID-DUPLICADO.
           MOVE 'N' TO WRK-CPF-DUPLICADO.
           MOVE 'N' TO WRK-CNPJ-DUPLICADO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 35
               READ CLIENTES
                       IF REG-ID EQUAL WRK-ID
                           MOVE 'S' TO WRK-ID-DUPLICADO
                       END-IF
      *==  O CPF DE SOCIO SO E EXCLUSIVO ENTRE PESSOAS FISICAS --
      *==  UM SOCIO PODE RESPONDER POR MAIS DE UMA EMPRESA
                       IF REG-CPF EQUAL WRK-CPF
                           AND WRK-CPF NOT EQUAL SPACES
                           AND WRK-TIPO-PESSOA EQUAL 'F'
                           AND REG-TIPO-PESSOA NOT EQUAL 'J'
                           MOVE 'S' TO WRK-CPF-DUPLICADO
                       END-IF
                       IF REG-CNPJ EQUAL WRK-CNPJ
                           AND WRK-CNPJ NOT EQUAL SPACES
                           MOVE 'S' TO WRK-CNPJ-DUPLICADO
                       END-IF
                   END-IF
                   READ CLIENTES
               END-PERFORM
           END-IF.

       0200-PROCESS SECTION.
           EVALUATE TRUE
               WHEN WRK-ID-DUPLICADO EQUAL 'S'
                   DISPLAY "ID JA CADASTRADO -- REGISTRO NAO GRAVADO"
               WHEN WRK-CPF-DUPLICADO EQUAL 'S'
                   DISPLAY "CPF JA CADASTRADO -- REGISTRO NAO GRAVADO"
               WHEN WRK-CNPJ-DUPLICADO EQUAL 'S'
                   DISPLAY "CNPJ JA CADASTRADO -- REGISTRO NAO GRAVADO"
               WHEN OTHER
                   CALL "ARQ021"
                   OPEN EXTEND CLIENTES
                   PERFORM 0105-VERIFICA-ABERTURA
                   MOVE WRK-ENDERECO-ESTRUT TO REG-ENDERECO
                   MOVE WRK-CPF TO REG-CPF
                   MOVE WRK-TIPO-LINHA TO REG-TIPO-LINHA
                   MOVE WRK-TIPO-PESSOA TO REG-TIPO-PESSOA
                   MOVE WRK-CNPJ TO REG-CNPJ
                   WRITE REG-CLIENTES
                   PERFORM 0107-GRAVA-LOG-TRANSACAO
                   ADD 1 TO WRK-ACUM-GRAVADOS
                   PERFORM 0108-GRAVA-TRAILER
           END-EVALUATE.

       0108-GRAVA-TRAILER SECTION.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
