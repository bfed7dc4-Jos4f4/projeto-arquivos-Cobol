      *==            ALTERACAO APROVADA CHEGA AO MASTER, COM OS
      *==            DOIS OPERADORES E OS DOIS CARIMBOS NO LOG DE
      *==            TRANSACOES E A IMAGEM NOVA NO LOG DE IMAGENS
      *==  A PROPOSTA DE BAIXA POR PERDA DO ARQ117 (CAMPO "BAIX") PASSA
      *==  PELA MESMA FILA: APROVADA, A FATURA AINDA ABERTA VAI PARA
      *==  FAT-STATUS 'B', A BAIXA E GRAVADA EM BAIXAS-PERDA COM A DATA
      *==  E OS DOIS OPERADORES E O SALDO E LANCADO A CREDITO NA CONTA
      *==  CORRENTE DO CLIENTE (ARQ115); FATURA QUE NAO ESTA MAIS
      *==  ABERTA TEM A PENDENCIA REJEITADA
      *==  A PROPOSTA DE LIMITE DA REVISAO MENSAL (ARQ132, CAMPO "LIMI")
      *==  TAMBEM: APROVADA, O NOVO LIMITE VAI PARA LIMITE-CREDITO COM
      *==  A DATA DA APROVACAO; SE O LIMITE VIGENTE NAO E MAIS O DO
      *==  "ANTES" (ALTERADO NO ARQ068 DEPOIS DA PROPOSTA) OU O CLIENTE
      *==  NAO TEM MAIS LIMITE, A PENDENCIA E REJEITADA
      *==  O AUMENTO ACIMA DA ALCADA DO ARQ068 CHEGA COM O MESMO CAMPO
      *==  "LIMI" E O OPERADOR COMO SOLICITANTE; COM ANTES ZERO E A
      *==  INCLUSAO DO PRIMEIRO LIMITE DO CLIENTE -- TODO LIMITE
      *==  GRAVADO AQUI VAI PARA O JORNAL DE REFERENCIAS (ARQ159) EM
      *==  NOME DO APROVADOR
      *==  O CNPJ (CAMPO "CNPJ") E APLICADO COMO O CPF E LEVA O CLIENTE
      *==  PARA PESSOA JURIDICA (REG-TIPO-PESSOA 'J')
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT APROVACOES ASSIGN TO
               RECORD KEY IS APR-NUMERO
               FILE STATUS IS FS-APROVACOES.

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT BAIXAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-BAIXAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BXP-FAT-NUMERO
               FILE STATUS IS FS-BAIXAS.

           SELECT LIMITES ASSIGN TO
               DYNAMIC WRK-CAMINHO-LIMITES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-ID-CLIENTE
               FILE STATUS IS FS-LIMITES.

           SELECT OPERADORES ASSIGN TO
               "OPERADORES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 REG-APROVACAO.
           COPY APRREG.

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD BAIXAS.
       01 REG-BAIXAS.
           COPY BXPREG.

       FD LIMITES.
       01 REG-LIMITE.
           COPY LIMREG.

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPR-CODIGO PIC X(04).
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-APROVACOES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-BAIXAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-LIMITES PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-APROVACOES PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-BAIXAS PIC 9(02) VALUE ZEROS.
       77 FS-LIMITES PIC 9(02) VALUE ZEROS.
       77 FS-OPERADORES PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 WRK-DECISAO PIC X(01) VALUE SPACES.
       77 WRK-APLICA-OK PIC X(01) VALUE 'S'.

      *===========BAIXA POR PERDA (CAMPO "BAIX")==============
       77 WRK-FATURAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-BAIXAS-ABERTO PIC X(01) VALUE 'N'.

      *===========REVISAO DE LIMITE (CAMPO "LIMI")============
       77 WRK-LIMITES-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-LIMITE-ANTES PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIMITE-DEPOIS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIMITE-NOVO PIC X(01) VALUE 'N'.
       77 WRK-LIMITE-EDITADO PIC ZZZZZZ9.99.
       77 WRK-IMAGEM-LIMITE PIC X(50) VALUE SPACES.

      *===========JORNAL DE REFERENCIAS (ARQ159)==============
       01 WRK-JRP-PARAMETROS.
           COPY JRPPRM.

      *===========CONTA CORRENTE DO CLIENTE (ARQ115)==========
       01 WRK-LCP-PARAMETROS.
           COPY LCPPRM.

      *================ACUMULADORES===================================
       77 WRK-ACUM-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-APROVADAS PIC 9(05) VALUE ZEROS.
               MOVE "FILA DE APROVACOES AUSENTE" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
      *==  FATURAS E BAIXAS SO SAO USADAS PELAS PENDENCIAS DE BAIXA --
      *==  SEM ELAS A PENDENCIA FICA NA FILA
           OPEN I-O FATURAS.
           IF FS-FATURAS EQUAL 00
               MOVE 'S' TO WRK-FATURAS-ABERTO
           END-IF.
           OPEN I-O BAIXAS.
           IF FS-BAIXAS EQUAL 35
               OPEN OUTPUT BAIXAS
               CLOSE BAIXAS
               OPEN I-O BAIXAS
           END-IF.
           IF FS-BAIXAS EQUAL 00
               MOVE 'S' TO WRK-BAIXAS-ABERTO
           END-IF.
      *==  LIMITES SO E USADO PELAS PROPOSTAS DE LIMITE
           OPEN I-O LIMITES.
           IF FS-LIMITES EQUAL 00
               MOVE 'S' TO WRK-LIMITES-ABERTO
           END-IF.

       0102-DETERMINA-AMBIENTE SECTION.
           OPEN INPUT AMBIENTE.
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "APROVACOES-TEST.txt" TO
                       WRK-CAMINHO-APROVACOES
                   MOVE "FATURAS-TEST.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "BAIXAS-PERDA-TEST.txt" TO WRK-CAMINHO-BAIXAS
                   MOVE "LIMITE-CREDITO-TEST.txt" TO
                       WRK-CAMINHO-LIMITES
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "APROVACOES-DEV.txt" TO
                       WRK-CAMINHO-APROVACOES
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "BAIXAS-PERDA-DEV.txt" TO WRK-CAMINHO-BAIXAS
                   MOVE "LIMITE-CREDITO-DEV.txt" TO
                       WRK-CAMINHO-LIMITES
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\APROVACOES-PENDENTES.txt" TO
                       WRK-CAMINHO-APROVACOES
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "\BAIXAS-PERDA.txt" TO WRK-CAMINHO-BAIXAS
                   MOVE "\LIMITE-CREDITO.txt" TO
                       WRK-CAMINHO-LIMITES
           END-EVALUATE.

       0110-IDENTIFICA-APROVADOR SECTION.
               EVALUATE WRK-DECISAO
                   WHEN 'A'
                   WHEN 'a'
                       EVALUATE APR-CAMPO
                           WHEN "BAIX"
                               PERFORM 0260-APROVA-BAIXA
                           WHEN "LIMI"
                               PERFORM 0280-APROVA-LIMITE
                           WHEN OTHER
                               PERFORM 0220-APROVA-PENDENCIA
                       END-EVALUATE
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM 0230-REJEITA-PENDENCIA
                       MOVE APR-VALOR-DEPOIS (1:20) TO REG-NOME
                   WHEN "CPF"
                       MOVE APR-VALOR-DEPOIS (1:11) TO REG-CPF
                   WHEN "CNPJ"
                       MOVE APR-VALOR-DEPOIS (1:14) TO REG-CNPJ
                       MOVE 'J' TO REG-TIPO-PESSOA
                   WHEN OTHER
                       DISPLAY "CAMPO DESCONHECIDO -- REJEITADA"
                       PERFORM 0230-REJEITA-PENDENCIA
           WRITE REG-LOG-IMAGEM.
           CLOSE LOG-IMAGENS.

       0260-APROVA-BAIXA SECTION.
      *==  A FATURA E RELIDA NA HORA DA APROVACAO -- SE FOI PAGA OU
      *==  QUITADA POR NOTA DE CREDITO DEPOIS DA PROPOSTA, A BAIXA E
      *==  REJEITADA
           MOVE 'S' TO WRK-APLICA-OK.
           IF WRK-FATURAS-ABERTO NOT EQUAL 'S'
               OR WRK-BAIXAS-ABERTO NOT EQUAL 'S'
               DISPLAY "FATURAS/BAIXAS INDISPONIVEL -- MANTIDA NA FILA"
               MOVE 'N' TO WRK-APLICA-OK
           END-IF.
           IF WRK-APLICA-OK EQUAL 'S'
               IF APR-VALOR-ANTES (8:7) IS NUMERIC
                   MOVE APR-VALOR-ANTES (8:7) TO FAT-NUMERO
                   READ FATURAS
                       INVALID KEY
                           DISPLAY "FATURA NAO EXISTE MAIS -- REJEITADA"
                           PERFORM 0230-REJEITA-PENDENCIA
                           MOVE 'N' TO WRK-APLICA-OK
                   END-READ
               ELSE
                   DISPLAY "FATURA INVALIDA -- REJEITADA"
                   PERFORM 0230-REJEITA-PENDENCIA
                   MOVE 'N' TO WRK-APLICA-OK
               END-IF
           END-IF.
           IF WRK-APLICA-OK EQUAL 'S' AND FAT-STATUS NOT EQUAL 'A'
               DISPLAY "FATURA NAO ESTA MAIS EM ABERTO -- REJEITADA"
               PERFORM 0230-REJEITA-PENDENCIA
               MOVE 'N' TO WRK-APLICA-OK
           END-IF.
           IF WRK-APLICA-OK EQUAL 'S'
               MOVE 'B' TO FAT-STATUS
               REWRITE REG-FATURAS
                   INVALID KEY
                       DISPLAY "ERRO AO BAIXAR A FATURA"
                       MOVE 'N' TO WRK-APLICA-OK
               END-REWRITE
           END-IF.
           IF WRK-APLICA-OK EQUAL 'S'
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
               MOVE 'A' TO APR-STATUS
               MOVE WRK-APROVADOR TO APR-OPER-APROVOU
               MOVE WRK-DATA-HORA TO APR-DATA-HORA-APR
               REWRITE REG-APROVACAO
               ADD 1 TO WRK-ACUM-APROVADAS
               PERFORM 0265-GRAVA-BAIXA
               PERFORM 0270-LANCA-CONTA-CORRENTE
               PERFORM 0240-GRAVA-LOG-TRANSACAO
               DISPLAY "PENDENCIA " APR-NUMERO
                   " APROVADA -- FATURA " FAT-NUMERO " BAIXADA"
           END-IF.

       0265-GRAVA-BAIXA SECTION.
           MOVE SPACES TO REG-BAIXAS.
           MOVE FAT-NUMERO TO BXP-FAT-NUMERO.
           MOVE FAT-VALOR TO BXP-VALOR.
           MOVE FAT-DATA-VENCTO TO BXP-DATA-VENCTO.
           MOVE WRK-DATA-HORA (1:8) TO BXP-DATA-BAIXA.
           MOVE APR-NUMERO TO BXP-APR-NUMERO.
           MOVE APR-OPER-SOLICITOU TO BXP-OPER-PROPOS.
           MOVE WRK-APROVADOR TO BXP-OPER-APROVOU.
           MOVE 'B' TO BXP-STATUS.
           MOVE ZEROS TO BXP-VALOR-RECUPER.
           WRITE REG-BAIXAS
               INVALID KEY
                   REWRITE REG-BAIXAS
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A BAIXA"
                   END-REWRITE
           END-WRITE.

       0270-LANCA-CONTA-CORRENTE SECTION.
           MOVE FAT-ID-CLIENTE TO LCP-ID-CLIENTE.
           MOVE WRK-DATA-HORA (1:8) TO LCP-DATA.
           MOVE "BP" TO LCP-TIPO.
           MOVE 'C' TO LCP-NATUREZA.
           MOVE SPACES TO LCP-DOCUMENTO.
           STRING FAT-NUMERO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FAT-PARCELA DELIMITED BY SIZE
               INTO LCP-DOCUMENTO.
           MOVE "BAIXA POR PERDA" TO LCP-HISTORICO.
           MOVE FAT-VALOR TO LCP-VALOR.
           MOVE "ARQ086" TO LCP-PROGRAMA.
           CALL "ARQ115" USING WRK-LCP-PARAMETROS.

       0280-APROVA-LIMITE SECTION.
      *==  O LIMITE E RELIDO NA HORA DA APROVACAO -- SE FOI MEXIDO NO
      *==  ARQ068 DEPOIS DA PROPOSTA, A PROPOSTA PERDEU A BASE E E
      *==  REJEITADA; PROPOSTA COM ANTES ZERO E INCLUSAO DO ARQ068
      *==  ACIMA DA ALCADA E SO VALE SE O CLIENTE AINDA NAO TEM LIMITE
           MOVE 'S' TO WRK-APLICA-OK.
           MOVE 'N' TO WRK-LIMITE-NOVO.
           IF WRK-LIMITES-ABERTO NOT EQUAL 'S'
               DISPLAY "LIMITE-CREDITO INDISPONIVEL -- MANTIDA NA FILA"
               MOVE 'N' TO WRK-APLICA-OK
           END-IF.
           IF WRK-APLICA-OK EQUAL 'S'
               COMPUTE WRK-LIMITE-ANTES =
                   FUNCTION NUMVAL(APR-VALOR-ANTES (8:13))
               COMPUTE WRK-LIMITE-DEPOIS =
                   FUNCTION NUMVAL(APR-VALOR-DEPOIS (8:13))
               MOVE APR-ID-CLIENTE TO LIM-ID-CLIENTE
               READ LIMITES
                   INVALID KEY
                       IF WRK-LIMITE-ANTES EQUAL ZERO
                           MOVE 'S' TO WRK-LIMITE-NOVO
                       ELSE
                           DISPLAY "CLIENTE SEM LIMITE -- REJEITADA"
                           PERFORM 0230-REJEITA-PENDENCIA
                           MOVE 'N' TO WRK-APLICA-OK
                       END-IF
               END-READ
           END-IF.
           IF WRK-APLICA-OK EQUAL 'S' AND WRK-LIMITE-NOVO EQUAL 'N'
               IF LIM-LIMITE NOT EQUAL WRK-LIMITE-ANTES
                   DISPLAY "LIMITE ALTERADO APOS A PROPOSTA -- "
                       "REJEITADA"
                   PERFORM 0230-REJEITA-PENDENCIA
                   MOVE 'N' TO WRK-APLICA-OK
               ELSE
                   PERFORM 0290-MONTA-IMAGEM-LIMITE
                   MOVE WRK-IMAGEM-LIMITE TO JRP-ANTES
               END-IF
           END-IF.
           IF WRK-APLICA-OK EQUAL 'S'
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
               MOVE APR-ID-CLIENTE TO LIM-ID-CLIENTE
               MOVE WRK-LIMITE-DEPOIS TO LIM-LIMITE
               MOVE WRK-DATA-HORA (1:8) TO LIM-DATA
               IF WRK-LIMITE-NOVO EQUAL 'S'
                   MOVE SPACES TO JRP-ANTES
                   MOVE 'I' TO JRP-OPERACAO
                   WRITE REG-LIMITE
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O LIMITE"
                           MOVE 'N' TO WRK-APLICA-OK
                   END-WRITE
               ELSE
                   MOVE 'A' TO JRP-OPERACAO
                   REWRITE REG-LIMITE
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O LIMITE"
                           MOVE 'N' TO WRK-APLICA-OK
                   END-REWRITE
               END-IF
           END-IF.
           IF WRK-APLICA-OK EQUAL 'S'
               PERFORM 0290-MONTA-IMAGEM-LIMITE
               MOVE WRK-IMAGEM-LIMITE TO JRP-DEPOIS
               PERFORM 0295-GRAVA-JORNAL-LIMITE
               MOVE 'A' TO APR-STATUS
               MOVE WRK-APROVADOR TO APR-OPER-APROVOU
               MOVE WRK-DATA-HORA TO APR-DATA-HORA-APR
               REWRITE REG-APROVACAO
               ADD 1 TO WRK-ACUM-APROVADAS
               PERFORM 0240-GRAVA-LOG-TRANSACAO
               DISPLAY "PENDENCIA " APR-NUMERO
                   " APROVADA -- NOVO LIMITE GRAVADO"
           END-IF.

       0290-MONTA-IMAGEM-LIMITE SECTION.
      *==  MESMA IMAGEM DO ARQ068 NO JORNAL: VALOR E DATA
           MOVE LIM-LIMITE TO WRK-LIMITE-EDITADO.
           MOVE SPACES TO WRK-IMAGEM-LIMITE.
           STRING "LIMITE " DELIMITED BY SIZE
               WRK-LIMITE-EDITADO DELIMITED BY SIZE
               " DESDE " DELIMITED BY SIZE
               LIM-DATA DELIMITED BY SIZE
               INTO WRK-IMAGEM-LIMITE.

       0295-GRAVA-JORNAL-LIMITE SECTION.
      *==  O LIMITE APROVADO VAI PARA O JORNAL DE REFERENCIAS EM NOME
      *==  DO APROVADOR
           MOVE "LIMITE" TO JRP-TABELA.
           MOVE WRK-APROVADOR TO JRP-OPERADOR.
           MOVE SPACES TO JRP-AMBIENTE.
           MOVE "ARQ086" TO JRP-PROGRAMA.
           MOVE APR-ID-CLIENTE TO JRP-CHAVE.
           CALL "ARQ159" USING WRK-JRP-PARAMETROS.

       0300-FINISH SECTION.
           CLOSE CLIENTES.
           CLOSE APROVACOES.
           IF WRK-FATURAS-ABERTO EQUAL 'S'
               CLOSE FATURAS
           END-IF.
           IF WRK-BAIXAS-ABERTO EQUAL 'S'
               CLOSE BAIXAS
           END-IF.
           IF WRK-LIMITES-ABERTO EQUAL 'S'
               CLOSE LIMITES
           END-IF.
           PERFORM 0310-LIBERA-TRAVA.
           DISPLAY "================================".
           DISPLAY "PENDENCIAS VISTAS....: " WRK-ACUM-PENDENTES.
