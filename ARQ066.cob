      *==            E REESCREVE O ARQUIVO DE SUSPENSOS SO COM O QUE
      *==            NAO FOI APLICADO -- NADA E DESCARTADO EM
      *==            SILENCIO, MESMA FILOSOFIA DO ARQ052
      *==  O PAGAMENTO APLICADO E LANCADO A CREDITO NA CONTA CORRENTE
      *==  DO CLIENTE DA FATURA (ARQ115) PELO VALOR DA LINHA DO BANCO
      *==  FATURA BAIXADA POR PERDA (FAT-STATUS 'B') E RECUPERADA COMO
      *==  NO ARQ065: ESTORNO DA BAIXA A DEBITO ANTES DO CREDITO E O
      *==  REGISTRO EM BAIXAS-PERDA VAI PARA 'R'
      *==  FATURA QUE ESTAVA NA AGENCIA (COBRANCA-EXTERNA, STATUS 'E')
      *==  VAI PARA 'D' (PAGA DIRETO AO CREDOR), COMO NO ARQ065
      *==  SUSPENSO COM DATA DE PAGAMENTO EM MES FECHADO PELO
      *==  FECHAMENTO MENSAL (ARQ126, MODULO ARQ127) FICA MANTIDO
      *==  O SUSPENSO APLICADO RENDE PONTOS DE FIDELIDADE (ARQ144) COMO
      *==  NO ARQ065 -- MENOS NA PERDA RECUPERADA
      *==  CADA SUSPENSO APLICADO VAI PARA O LOG DE TRANSACOES COM O
      *==  OPERADOR DA SESSAO (PAGAMENTO-APLICADO)
      *=================================================================

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT BAIXAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-BAIXAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BXP-FAT-NUMERO
               FILE STATUS IS FS-BAIXAS.

           SELECT COBRANCA-EXTERNA ASSIGN TO
               DYNAMIC WRK-CAMINHO-CEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEX-FAT-NUMERO
               ALTERNATE RECORD KEY IS CEX-ID-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-CEX.

           SELECT OPERADOR-SESSAO ASSIGN TO
               "OPERADOR-SESSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSAO.

           SELECT LOG-TRANSACOES ASSIGN TO
               "CLIENTES-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOGTRANS.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-FATURAS.
           COPY FATREG.

       FD BAIXAS.
       01 REG-BAIXAS.
           COPY BXPREG.

       FD COBRANCA-EXTERNA.
       01 REG-COBRANCA-EXTERNA.
           COPY CEXREG.

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       FD LOG-TRANSACOES.
       01 REG-LOG-TRANSACAO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-BAIXAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CEX PIC X(30) VALUE SPACES.

       77 FS-SUSPENSOS PIC 9(02) VALUE ZEROS.
       77 FS-SUSP-TMP PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-BAIXAS PIC 9(02) VALUE ZEROS.
       77 WRK-BAIXAS-ABERTO PIC X(01) VALUE 'N'.
       77 FS-CEX PIC 9(02) VALUE ZEROS.
       77 WRK-CEX-ABERTO PIC X(01) VALUE 'N'.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-OPERADOR PIC X(04) VALUE "????".

      *===========TRATAMENTO DO SUSPENSO CORRENTE=============
       77 WRK-DATA-PAGTO PIC X(08) VALUE SPACES.
       77 WRK-FATURA-ALFA PIC X(07) VALUE SPACES.
       77 WRK-APLICADO PIC X(01) VALUE 'N'.
       77 WRK-STATUS-ANTERIOR PIC X(01) VALUE SPACES.
       01 WRK-VALOR-ALFA PIC X(09) VALUE ZEROS.
       01 WRK-VALOR-PAGTO REDEFINES WRK-VALOR-ALFA PIC 9(07)V99.

      *===========CONTA CORRENTE DO CLIENTE (ARQ115)==========
       01 WRK-LCP-PARAMETROS.
           COPY LCPPRM.

      *===========PONTOS DE FIDELIDADE (ARQ144)===============
       01 WRK-PNP-PARAMETROS.
           COPY PNPPRM.

      *===========PERIODO FECHADO (ARQ127)====================
       01 WRK-PFP-PARAMETROS.
           COPY PFPPRM.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.
               MOVE "FATURAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O BAIXAS.
           IF FS-BAIXAS EQUAL 00
               MOVE 'S' TO WRK-BAIXAS-ABERTO
           END-IF.
           OPEN I-O COBRANCA-EXTERNA.
           IF FS-CEX EQUAL 00
               MOVE 'S' TO WRK-CEX-ABERTO
           END-IF.
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

       0102-DETERMINA-AMBIENTE SECTION.
           OPEN INPUT AMBIENTE.
           EVALUATE WRK-AMBIENTE
               WHEN "TEST"
                   MOVE "FATURAS-TEST.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "BAIXAS-PERDA-TEST.txt" TO WRK-CAMINHO-BAIXAS
                   MOVE "COBRANCA-EXTERNA-TEST.txt" TO WRK-CAMINHO-CEX
               WHEN "DEV"
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "BAIXAS-PERDA-DEV.txt" TO WRK-CAMINHO-BAIXAS
                   MOVE "COBRANCA-EXTERNA-DEV.txt" TO WRK-CAMINHO-CEX
               WHEN OTHER
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "\BAIXAS-PERDA.txt" TO WRK-CAMINHO-BAIXAS
                   MOVE "\COBRANCA-EXTERNA.txt" TO WRK-CAMINHO-CEX
           END-EVALUATE.

       0200-PROCESS SECTION.
           MOVE REG-SUSPENSO (18:8) TO WRK-DATA-PAGTO.
           DISPLAY "===============================".
           DISPLAY REG-SUSPENSO.
      *==  PAGAMENTO DATADO EM MES JA FECHADO PELO FECHAMENTO MENSAL
      *==  (ARQ126) NAO E APLICADO -- SO DEPOIS DA REABERTURA
           MOVE 'V' TO PFP-FUNCAO.
           MOVE WRK-DATA-PAGTO TO PFP-DATA.
           CALL "ARQ127" USING WRK-PFP-PARAMETROS.
           IF PFP-RESULTADO EQUAL 'F'
               DISPLAY "PERIODO FECHADO -- MANTIDO"
           ELSE
               DISPLAY "FATURA A BAIXAR (ENTER = PULAR)..."
               MOVE SPACES TO WRK-FATURA-ALFA
               ACCEPT WRK-FATURA-ALFA
               IF WRK-FATURA-ALFA EQUAL SPACES
                   DISPLAY "SUSPENSO MANTIDO"
               ELSE
                   IF FUNCTION TRIM(WRK-FATURA-ALFA) IS NUMERIC
                       PERFORM 0220-APLICA-FATURA
                   ELSE
                       DISPLAY "NUMERO INVALIDO -- SUSPENSO MANTIDO"
                   END-IF
               END-IF
           END-IF.

               INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA -- MANTIDO"
               NOT INVALID KEY
                   IF FAT-STATUS EQUAL 'P' OR FAT-STATUS EQUAL 'C'
                       DISPLAY "FATURA JA QUITADA -- MANTIDO"
                   ELSE
                       MOVE FAT-STATUS TO WRK-STATUS-ANTERIOR
                       MOVE 'P' TO FAT-STATUS
                       MOVE WRK-DATA-PAGTO TO FAT-DATA-PAGTO
                       REWRITE REG-FATURAS
                           NOT INVALID KEY
                               MOVE 'S' TO WRK-APLICADO
                               ADD 1 TO WRK-ACUM-APLICADOS
                               IF WRK-STATUS-ANTERIOR EQUAL 'B'
                                   PERFORM 0235-ESTORNA-BAIXA
                               END-IF
                               PERFORM 0230-LANCA-PAGAMENTO
                               IF WRK-STATUS-ANTERIOR EQUAL 'B'
                                   PERFORM 0237-MARCA-RECUPERADA
                               ELSE
                                   PERFORM 0232-ACUMULA-PONTOS
                               END-IF
                               PERFORM 0240-MARCA-PAGA-DIRETO
                               PERFORM 0245-GRAVA-LOG-PAGAMENTO
                               DISPLAY "FATURA " FAT-NUMERO
                                   " BAIXADA"
                       END-REWRITE
                   END-IF
           END-READ.

       0230-LANCA-PAGAMENTO SECTION.
      *==  O VALOR ESTA NA POSICAO FIXA DA LINHA DO BANCO (TIPO 1 +
      *==  FATURA 7 + VALOR 9) -- LINHA SEM VALOR NUMERICO LANCA O
      *==  SALDO DA FATURA BAIXADA
           IF REG-SUSPENSO (9:9) IS NUMERIC
               MOVE REG-SUSPENSO (9:9) TO WRK-VALOR-ALFA
           ELSE
               MOVE FAT-VALOR TO WRK-VALOR-PAGTO
           END-IF.
           MOVE FAT-ID-CLIENTE TO LCP-ID-CLIENTE.
           MOVE WRK-DATA-PAGTO TO LCP-DATA.
           MOVE "PS" TO LCP-TIPO.
           MOVE 'C' TO LCP-NATUREZA.
           MOVE SPACES TO LCP-DOCUMENTO.
           STRING FAT-NUMERO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FAT-PARCELA DELIMITED BY SIZE
               INTO LCP-DOCUMENTO.
           MOVE "PAGAMENTO SUSPENSO APLICADO" TO LCP-HISTORICO.
           MOVE WRK-VALOR-PAGTO TO LCP-VALOR.
           MOVE "ARQ066" TO LCP-PROGRAMA.
           CALL "ARQ115" USING WRK-LCP-PARAMETROS.

       0232-ACUMULA-PONTOS SECTION.
      *==  MESMA REGRA DO ARQ065: VALE O MENOR ENTRE O VALOR DA LINHA
      *==  DO BANCO E O DA PARCELA
           MOVE 'A' TO PNP-FUNCAO.
           MOVE FAT-ID-CLIENTE TO PNP-ID-CLIENTE.
           MOVE LCP-DOCUMENTO TO PNP-DOCUMENTO.
           IF WRK-VALOR-PAGTO < FAT-VALOR
               MOVE WRK-VALOR-PAGTO TO PNP-VALOR
           ELSE
               MOVE FAT-VALOR TO PNP-VALOR
           END-IF.
           MOVE ZEROS TO PNP-PONTOS.
           MOVE "ARQ066" TO PNP-PROGRAMA.
           CALL "ARQ144" USING WRK-PNP-PARAMETROS.
           IF PNP-RESULTADO EQUAL 'S' AND PNP-PONTOS > ZERO
               DISPLAY "PONTOS DE FIDELIDADE: " PNP-PONTOS
           END-IF.

       0235-ESTORNA-BAIXA SECTION.
           MOVE FAT-ID-CLIENTE TO LCP-ID-CLIENTE.
           MOVE WRK-DATA-PAGTO TO LCP-DATA.
           MOVE "RB" TO LCP-TIPO.
           MOVE 'D' TO LCP-NATUREZA.
           MOVE SPACES TO LCP-DOCUMENTO.
           STRING FAT-NUMERO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FAT-PARCELA DELIMITED BY SIZE
               INTO LCP-DOCUMENTO.
           MOVE "RECUPERACAO DE BAIXA POR PERDA" TO LCP-HISTORICO.
           MOVE FAT-VALOR TO LCP-VALOR.
           MOVE "ARQ066" TO LCP-PROGRAMA.
           CALL "ARQ115" USING WRK-LCP-PARAMETROS.

       0237-MARCA-RECUPERADA SECTION.
           IF WRK-BAIXAS-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO BXP-FAT-NUMERO
               READ BAIXAS
                   INVALID KEY
                       DISPLAY "BAIXA NAO ENCONTRADA " FAT-NUMERO
                   NOT INVALID KEY
                       MOVE 'R' TO BXP-STATUS
                       MOVE WRK-DATA-PAGTO TO BXP-DATA-RECUPER
                       MOVE WRK-VALOR-PAGTO TO BXP-VALOR-RECUPER
                       REWRITE REG-BAIXAS
               END-READ
           END-IF.
           DISPLAY "PERDA RECUPERADA".

       0240-MARCA-PAGA-DIRETO SECTION.
           IF WRK-CEX-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO CEX-FAT-NUMERO
               READ COBRANCA-EXTERNA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CEX-STATUS EQUAL 'E'
                           MOVE 'D' TO CEX-STATUS
                           MOVE WRK-DATA-PAGTO TO CEX-DATA-RETORNO
                           REWRITE REG-COBRANCA-EXTERNA
                           DISPLAY "FATURA ESTAVA NA AGENCIA -- "
                               "AVISAR A AGENCIA"
                       END-IF
               END-READ
           END-IF.

       0245-GRAVA-LOG-PAGAMENTO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           OPEN EXTEND LOG-TRANSACOES.
           IF FS-LOGTRANS EQUAL 35
               OPEN OUTPUT LOG-TRANSACOES
               CLOSE LOG-TRANSACOES
               OPEN EXTEND LOG-TRANSACOES
           END-IF.
           MOVE SPACES TO REG-LOG-TRANSACAO.
           STRING WRK-DATA-HORA DELIMITED BY SIZE
               " ARQ066   PAGAMENTO-APLICADO FAT=" DELIMITED BY SIZE
               FAT-NUMERO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FAT-PARCELA DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO REG-LOG-TRANSACAO.
           WRITE REG-LOG-TRANSACAO.
           CLOSE LOG-TRANSACOES.

       0250-REGRAVA-SUSPENSOS SECTION.
      *==  O ARQUIVO DE SUSPENSOS VOLTA SO COM O QUE NAO FOI
      *==  APLICADO -- DUAS PASSAGENS, COMO O ARQ051 NA TABELA

       0300-FINISH SECTION.
           CLOSE FATURAS.
           IF WRK-BAIXAS-ABERTO EQUAL 'S'
               CLOSE BAIXAS
           END-IF.
           IF WRK-CEX-ABERTO EQUAL 'S'
               CLOSE COBRANCA-EXTERNA
           END-IF.
           DISPLAY "================================".
           DISPLAY "SUSPENSOS LIDOS......: " WRK-ACUM-LIDOS.
           DISPLAY "APLICADOS............: " WRK-ACUM-APLICADOS.
