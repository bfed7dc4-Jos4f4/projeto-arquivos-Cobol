      *==            CADASTRO; O LIMITE E CONSULTADO PELA ENTRADA DE
      *==            PEDIDOS (ARQ027 E ARQ063) JUNTO COM O STATUS DO
      *==            BUREAU (CREDITO-STATUS)
      *==  AUMENTO ACIMA DA ALCADA (WRK-LIMITE-ALCADA, TAMBEM NA
      *==  INCLUSAO) NAO E GRAVADO: VAI PARA A FILA DE APROVACOES
      *==  (CAMPO "LIMI", SOLICITANTE = OPERADOR DA SESSAO) E SO CHEGA
      *==  A LIMITE-CREDITO QUANDO OUTRO OPERADOR NIVEL 3 APROVA NO
      *==  ARQ086; REDUCAO, EXCLUSAO E AUMENTO DENTRO DA ALCADA SAO
      *==  GRAVADOS NA HORA
      *==  TODA INCLUSAO, ALTERACAO, EXCLUSAO E SOLICITACAO VAI PARA
      *==  O JORNAL DE REFERENCIAS (MODULO ARQ159) COM O OPERADOR E O
      *==  LIMITE DE ANTES E DE DEPOIS
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT LIMITES ASSIGN TO
               RECORD KEY IS LIM-ID-CLIENTE
               FILE STATUS IS FS-LIMITES.

           SELECT APROVACOES ASSIGN TO
               DYNAMIC WRK-CAMINHO-APROVACOES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-NUMERO
               FILE STATUS IS FS-APROVACOES.

           SELECT OPERADOR-SESSAO ASSIGN TO
               "OPERADOR-SESSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-LIMITE.
           COPY LIMREG.

       FD APROVACOES.
       01 REG-APROVACAO.
           COPY APRREG.

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-LIMITES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-APROVACOES PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-LIMITES PIC 9(02) VALUE ZEROS.
       77 FS-APROVACOES PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.

       77 WRK-LIMITE-ALFA PIC X(12) VALUE SPACES.
       77 WRK-LIMITE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIMITE-EDITADO PIC ZZZZZZ9.99.
       77 WRK-OPERADOR PIC X(04) VALUE "????".

      *===========ALCADA DE AUMENTO DE LIMITE (ARQ086)========
       77 WRK-LIMITE-ALCADA PIC 9(07)V99 VALUE 5000.00.
       77 WRK-LIMITE-ATUAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-AUMENTO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-ATUAL-EDITADO PIC ZZZZZZ9.99.
       77 WRK-APROVACOES-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-FIM-APROVACOES PIC X(01) VALUE 'N'.
       77 WRK-ULTIMO-NUM-APR PIC 9(05) VALUE ZEROS.
       77 WRK-NUM-PENDENTE PIC 9(05) VALUE ZEROS.
       77 WRK-PROSSEGUE PIC X(01) VALUE 'S'.

      *===========JORNAL DE REFERENCIAS (ARQ159)==============
       01 WRK-JRP-PARAMETROS.
           COPY JRPPRM.
       77 WRK-IMAGEM PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
               MOVE "LIMITE-CREDITO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
      *==  A FILA SO E USADA PELO AUMENTO ACIMA DA ALCADA -- SEM ELA
      *==  O AUMENTO NAO E ACEITO
           OPEN I-O APROVACOES.
           IF FS-APROVACOES EQUAL 35
               OPEN OUTPUT APROVACOES
               CLOSE APROVACOES
               OPEN I-O APROVACOES
           END-IF.
           IF FS-APROVACOES EQUAL 00
               MOVE 'S' TO WRK-APROVACOES-ABERTO
           END-IF.
           PERFORM 0110-IDENTIFICA-OPERADOR.
           DISPLAY "MANUTENCAO DE LIMITE DE CREDITO".
           DISPLAY "OPERACAO (I=INCLUIR A=ALTERAR E=EXCLUIR".
           DISPLAY "          C=CONSULTAR)...".
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "LIMITE-CREDITO-TEST.txt" TO
                       WRK-CAMINHO-LIMITES
                   MOVE "APROVACOES-TEST.txt" TO
                       WRK-CAMINHO-APROVACOES
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "LIMITE-CREDITO-DEV.txt" TO
                       WRK-CAMINHO-LIMITES
                   MOVE "APROVACOES-DEV.txt" TO
                       WRK-CAMINHO-APROVACOES
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\LIMITE-CREDITO.txt" TO
                       WRK-CAMINHO-LIMITES
                   MOVE "\APROVACOES-PENDENTES.txt" TO
                       WRK-CAMINHO-APROVACOES
           END-EVALUATE.

       0110-IDENTIFICA-OPERADOR SECTION.
      *==  O OPERADOR DA SESSAO (SIGN-ON DO ARQ000) E O SOLICITANTE
      *==  DO AUMENTO -- O ARQ086 NAO DEIXA ELE MESMO APROVAR
           OPEN INPUT OPERADOR-SESSAO.
           IF FS-SESSAO EQUAL 00
               READ OPERADOR-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-SESSAO TO WRK-OPERADOR
               END-READ
               CLOSE OPERADOR-SESSAO
           END-IF.

       0200-PROCESS SECTION.
           MOVE WRK-ID TO REG-ID.
           READ CLIENTES
           END-EVALUATE.

       0210-INCLUI-LIMITE SECTION.
           MOVE 'S' TO WRK-PROSSEGUE.
           MOVE WRK-ID TO LIM-ID-CLIENTE.
           READ LIMITES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CLIENTE JA TEM LIMITE -- USE ALTERAR"
                   MOVE 'N' TO WRK-PROSSEGUE
           END-READ.
           IF WRK-PROSSEGUE EQUAL 'S'
               PERFORM 0250-ACEITA-LIMITE
               MOVE ZEROS TO WRK-LIMITE-ATUAL
               MOVE SPACES TO JRP-ANTES
               IF WRK-LIMITE > WRK-LIMITE-ALCADA
                   PERFORM 0260-SOLICITA-APROVACAO
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
                   MOVE WRK-ID TO LIM-ID-CLIENTE
                   MOVE WRK-LIMITE TO LIM-LIMITE
                   MOVE WRK-DATA-HORA (1:8) TO LIM-DATA
                   WRITE REG-LIMITE
                       INVALID KEY
                           DISPLAY "CLIENTE JA TEM LIMITE -- "
                               "USE ALTERAR"
                       NOT INVALID KEY
                           DISPLAY "LIMITE INCLUIDO"
                           MOVE 'I' TO JRP-OPERACAO
                           PERFORM 0280-MONTA-IMAGEM
                           MOVE WRK-IMAGEM TO JRP-DEPOIS
                           PERFORM 0290-GRAVA-JORNAL
                   END-WRITE
               END-IF
           END-IF.

       0220-ALTERA-LIMITE SECTION.
           MOVE WRK-ID TO LIM-ID-CLIENTE.
                   DISPLAY "CLIENTE SEM LIMITE -- USE INCLUIR"
               NOT INVALID KEY
                   PERFORM 0250-ACEITA-LIMITE
                   MOVE LIM-LIMITE TO WRK-LIMITE-ATUAL
                   PERFORM 0280-MONTA-IMAGEM
                   MOVE WRK-IMAGEM TO JRP-ANTES
                   COMPUTE WRK-AUMENTO = WRK-LIMITE - WRK-LIMITE-ATUAL
                   IF WRK-AUMENTO > WRK-LIMITE-ALCADA
                       PERFORM 0260-SOLICITA-APROVACAO
                   ELSE
                       PERFORM 0225-GRAVA-ALTERACAO
                   END-IF
           END-READ.

       0225-GRAVA-ALTERACAO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-LIMITE TO LIM-LIMITE.
           MOVE WRK-DATA-HORA (1:8) TO LIM-DATA.
           REWRITE REG-LIMITE
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR LIMITE"
               NOT INVALID KEY
                   DISPLAY "LIMITE ALTERADO"
                   MOVE 'A' TO JRP-OPERACAO
                   PERFORM 0280-MONTA-IMAGEM
                   MOVE WRK-IMAGEM TO JRP-DEPOIS
                   PERFORM 0290-GRAVA-JORNAL
           END-REWRITE.

       0230-EXCLUI-LIMITE SECTION.
      *==  O LIMITE E LIDO ANTES DE EXCLUIR PARA IR AO JORNAL
           MOVE WRK-ID TO LIM-ID-CLIENTE.
           READ LIMITES
               INVALID KEY
                   DISPLAY "CLIENTE SEM LIMITE CADASTRADO"
               NOT INVALID KEY
                   PERFORM 0280-MONTA-IMAGEM
                   MOVE WRK-IMAGEM TO JRP-ANTES
                   PERFORM 0235-GRAVA-EXCLUSAO
           END-READ.

       0235-GRAVA-EXCLUSAO SECTION.
           DELETE LIMITES
               INVALID KEY
                   DISPLAY "CLIENTE SEM LIMITE CADASTRADO"
               NOT INVALID KEY
                   DISPLAY "LIMITE EXCLUIDO -- CLIENTE SEM CONTROLE"
                   MOVE 'E' TO JRP-OPERACAO
                   MOVE SPACES TO JRP-DEPOIS
                   PERFORM 0290-GRAVA-JORNAL
           END-DELETE.

       0240-CONSULTA-LIMITE SECTION.
           ACCEPT WRK-LIMITE-ALFA.
           COMPUTE WRK-LIMITE = FUNCTION NUMVAL (WRK-LIMITE-ALFA).

       0260-SOLICITA-APROVACAO SECTION.
      *==  AUMENTO ACIMA DA ALCADA: O LIMITE NAO MUDA AQUI -- ENTRA NA
      *==  FILA COMO A PROPOSTA DA REVISAO MENSAL (ARQ132), COM ANTES
      *==  E DEPOIS EDITADOS, PARA O ARQ086 CONFERIR E GRAVAR
           IF WRK-APROVACOES-ABERTO NOT EQUAL 'S'
               DISPLAY "FILA DE APROVACOES INDISPONIVEL -- "
                   "LIMITE NAO ALTERADO"
           ELSE
               PERFORM 0265-PROCURA-PENDENTE
               IF WRK-NUM-PENDENTE NOT EQUAL ZEROS
                   DISPLAY "JA HA PROPOSTA DE LIMITE PENDENTE -- "
                       "NUMERO " WRK-NUM-PENDENTE
               ELSE
                   PERFORM 0270-GRAVA-PROPOSTA
               END-IF
           END-IF.

       0265-PROCURA-PENDENTE SECTION.
      *==  UMA PASSAGEM PELA FILA (MESMO PERCURSO DO ARQ132): ULTIMO
      *==  NUMERO USADO E PROPOSTA DE LIMITE AINDA PENDENTE DO CLIENTE
           MOVE ZEROS TO WRK-ULTIMO-NUM-APR.
           MOVE ZEROS TO WRK-NUM-PENDENTE.
           MOVE 'N' TO WRK-FIM-APROVACOES.
           MOVE ZEROS TO APR-NUMERO.
           START APROVACOES KEY IS GREATER THAN APR-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-APROVACOES
           END-START.
           PERFORM UNTIL WRK-FIM-APROVACOES EQUAL 'S'
               READ APROVACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-APROVACOES
                   NOT AT END
                       MOVE APR-NUMERO TO WRK-ULTIMO-NUM-APR
                       IF APR-CAMPO EQUAL "LIMI"
                           AND APR-STATUS EQUAL 'P'
                           AND APR-ID-CLIENTE EQUAL WRK-ID
                           MOVE APR-NUMERO TO WRK-NUM-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.

       0270-GRAVA-PROPOSTA SECTION.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-LIMITE-ATUAL TO WRK-ATUAL-EDITADO.
           MOVE WRK-LIMITE TO WRK-LIMITE-EDITADO.
           MOVE SPACES TO REG-APROVACAO.
           ADD 1 TO WRK-ULTIMO-NUM-APR GIVING APR-NUMERO.
           MOVE WRK-ID TO APR-ID-CLIENTE.
           MOVE "LIMI" TO APR-CAMPO.
           STRING "LIMITE " DELIMITED BY SIZE
               WRK-ATUAL-EDITADO DELIMITED BY SIZE
               INTO APR-VALOR-ANTES.
           STRING "LIMITE " DELIMITED BY SIZE
               WRK-LIMITE-EDITADO DELIMITED BY SIZE
               INTO APR-VALOR-DEPOIS.
           MOVE WRK-OPERADOR TO APR-OPER-SOLICITOU.
           MOVE WRK-DATA-HORA TO APR-DATA-HORA-SOL.
           MOVE 'P' TO APR-STATUS.
           MOVE SPACES TO APR-OPER-APROVOU APR-DATA-HORA-APR.
           WRITE REG-APROVACAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PROPOSTA -- "
                       "LIMITE NAO ALTERADO"
               NOT INVALID KEY
                   DISPLAY "AUMENTO ACIMA DA ALCADA -- ENVIADO PARA "
                       "APROVACAO (ARQ086), PENDENCIA " APR-NUMERO
                   MOVE 'S' TO JRP-OPERACAO
                   MOVE SPACES TO JRP-DEPOIS
                   STRING APR-VALOR-DEPOIS DELIMITED BY SIZE
                       " PENDENCIA " DELIMITED BY SIZE
                       APR-NUMERO DELIMITED BY SIZE
                       INTO JRP-DEPOIS
                   PERFORM 0290-GRAVA-JORNAL
           END-WRITE.

       0280-MONTA-IMAGEM SECTION.
      *==  IMAGEM LEGIVEL DO LIMITE PARA O JORNAL: VALOR E DATA
           MOVE LIM-LIMITE TO WRK-LIMITE-EDITADO.
           MOVE SPACES TO WRK-IMAGEM.
           STRING "LIMITE " DELIMITED BY SIZE
               WRK-LIMITE-EDITADO DELIMITED BY SIZE
               " DESDE " DELIMITED BY SIZE
               LIM-DATA DELIMITED BY SIZE
               INTO WRK-IMAGEM.

       0290-GRAVA-JORNAL SECTION.
           MOVE "LIMITE" TO JRP-TABELA.
           MOVE WRK-OPERADOR TO JRP-OPERADOR.
           MOVE SPACES TO JRP-AMBIENTE.
           MOVE "ARQ068" TO JRP-PROGRAMA.
           MOVE WRK-ID TO JRP-CHAVE.
           CALL "ARQ159" USING WRK-JRP-PARAMETROS.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CLIENTES.
           CLOSE LIMITES.
           IF WRK-APROVACOES-ABERTO EQUAL 'S'
               CLOSE APROVACOES
           END-IF.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
