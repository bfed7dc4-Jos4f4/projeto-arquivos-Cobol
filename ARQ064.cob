      *==            DIRETO DO RELATORIO
      *==  VENCIMENTO: EMISSAO + 30 DIAS, ROLADO PARA O PROXIMO DIA
      *==  UTIL PELO MODULO DE DIAS UTEIS (ARQ092)
      *==  UMA FATURA POR PEDIDO, NAO POR PRODUTO: O VALOR E A SOMA
      *==  DAS LINHAS DO PEDIDO (PEDIDOS-ITENS); PEDIDO SEM LINHAS
      *==  (ANTERIOR AO ARQUIVO DE ITENS) FATURA PELO PED-VALOR
      *==  PARCELAMENTO: A CONDICAO DE PAGAMENTO DO PEDIDO (SATELITE
      *==  PEDIDOS-CONDICAO, TABELA CONDICOES-PAGAMENTO.TXT DO ARQ110)
      *==  GERA UMA FATURA POR PARCELA, CADA UMA COM NUMERO PROPRIO,
      *==  VALOR = TOTAL / PARCELAS (A ULTIMA ABSORVE O ARREDONDAMENTO)
      *==  E VENCIMENTO = EMISSAO + PRAZO DA PARCELA ROLADO PELO ARQ092
      *==  PEDIDO SEM CONDICAO (OU COM CODIGO FORA DA TABELA) FATURA EM
      *==  PARCELA UNICA A 30 DIAS; O AGING MOSTRA NUMERO/PARCELA
      *==  ENCARGOS DE ATRASO PENDENTES DO CLIENTE (ENCARGOS, APURADOS
      *==  PELO ARQ065) ENTRAM NA PRIMEIRA PARCELA DA PROXIMA FATURA E
      *==  FICAM MARCADOS COM O NUMERO DELA
      *==  CADA FATURA GRAVADA E LANCADA A DEBITO NA CONTA CORRENTE DO
      *==  CLIENTE (ARQ115) -- SEM A PARTE DOS ENCARGOS, QUE JA FOI
      *==  DEBITADA PELO ARQ065 NA APURACAO
      *==  FATURA EM DISPUTA (RECLAMACAO DE COBRANCA ABERTA NO ARQ073,
      *==  VIDE DSPREG) SAI NO AGING NA FAIXA "EM DISPUTA", COM TOTAL
      *==  PROPRIO, E NAO ENTRA NAS FAIXAS DE ATRASO
      *==  COM O MES CORRENTE FECHADO PELO FECHAMENTO MENSAL (ARQ126,
      *==  MODULO ARQ127) NENHUMA FATURA E GERADA
      *==  O ICMS DO PEDIDO E CALCULADO LINHA A LINHA PELA UF DO
      *==  CLIENTE E A CLASSE FISCAL DO PRODUTO (MODULO ARQ129) --
      *==  PEDIDO SEM LINHAS USA A CLASSE "00" SOBRE O PED-VALOR -- E
      *==  GRAVADO EM FAT-VALOR-ICMS, DIVIDIDO NAS PARCELAS COMO O
      *==  VALOR; OS ENCARGOS DE ATRASO NAO SAO TRIBUTADOS; CLIENTE
      *==  SEM UF OU PRODUTO SEM ALIQUOTA FATURA COM ICMS ZERO E SAI
      *==  AVISO NA TELA PARA O FISCAL
      *==  PEDIDO COM RESGATE DE PONTOS DE FIDELIDADE (SATELITE
      *==  PEDIDOS-RESGATE, GRAVADO PELO ARQ095) TEM O DESCONTO ABATIDO
      *==  DO TOTAL DAS LINHAS; O ICMS CONTINUA SOBRE AS LINHAS
      *==  EM TEST (AMBIENTE.TXT) A TABELA LIDA E A PRODUTOS-TEST.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT PEDIDOS ASSIGN TO
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS FS-PEDIDOS.

           SELECT ITENS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ITENS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITP-CHAVE
               FILE STATUS IS FS-ITENS.

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT PED-CONDICAO ASSIGN TO
               DYNAMIC WRK-CAMINHO-PCP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCP-CHAVE
               FILE STATUS IS FS-PCP.

           SELECT PED-RESGATE ASSIGN TO
               DYNAMIC WRK-CAMINHO-PRS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRS-CHAVE
               FILE STATUS IS FS-PRS.

           SELECT ENCARGOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ENCARGOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               ALTERNATE RECORD KEY IS ENC-ID-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-ENCARGOS.

           SELECT DISPUTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-DISPUTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-FAT-NUMERO
               ALTERNATE RECORD KEY IS DSP-CHAVE-OCORRENCIA
                   WITH DUPLICATES
               FILE STATUS IS FS-DISPUTAS.

           SELECT PRODUTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PRODUTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUTOS.

           SELECT CONDICOES ASSIGN TO
               "CONDICOES-PAGAMENTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONDICOES.

           SELECT RELATORIO ASSIGN TO
               "FATURAS-AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 REG-PEDIDOS.
           COPY PEDREG.

       FD ITENS.
       01 REG-ITENS.
           COPY ITPREG.

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD PED-CONDICAO.
       01 REG-PED-CONDICAO.
           COPY PCPREG.

       FD PED-RESGATE.
       01 REG-PED-RESGATE.
           COPY PRSREG.

       FD ENCARGOS.
       01 REG-ENCARGOS.
           COPY ENCREG.

       FD DISPUTAS.
       01 REG-DISPUTA.
           COPY DSPREG.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRDREG.

       FD CONDICOES.
       01 REG-CONDICAO.
           COPY CPGREG.

       FD RELATORIO.
       01 REG-RELATORIO PIC X(110).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ITENS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PCP PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PRS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ENCARGOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-DISPUTAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PRODUTOS PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-ITENS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 FS-PCP PIC 9(02) VALUE ZEROS.
       77 FS-PRS PIC 9(02) VALUE ZEROS.
       77 FS-CONDICOES PIC 9(02) VALUE ZEROS.
       77 FS-ENCARGOS PIC 9(02) VALUE ZEROS.
       77 FS-DISPUTAS PIC 9(02) VALUE ZEROS.
       77 FS-PRODUTOS PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

       77 WRK-ULTIMO-NUMERO PIC 9(07) VALUE ZEROS.
       77 WRK-JA-FATURADO PIC X(01) VALUE 'N'.

      *===========TOTAL DAS LINHAS DO PEDIDO (PEDIDOS-ITENS)=====
       77 WRK-ITENS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-QTDE-ITENS PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-PEDIDO PIC 9(07)V99 VALUE ZEROS.

      *===========RESGATE DE PONTOS NO PEDIDO (ARQ095)========
       77 WRK-PRS-ABERTO PIC X(01) VALUE 'N'.

      *===========CONDICAO DE PAGAMENTO (ARQ110)==============
       77 WRK-PCP-ABERTO PIC X(01) VALUE 'N'.
       01 WRK-TAB-CONDICOES.
           05 WRK-CPG OCCURS 50 TIMES.
               10 WRK-CPG-CODIGO   PIC X(03).
               10 WRK-CPG-PARCELAS PIC 9(02).
               10 WRK-CPG-PRAZO    PIC 9(03) OCCURS 12 TIMES.
       77 WRK-CPG-TOTAL PIC 9(02) VALUE ZEROS.
       77 WRK-CPG-I PIC 9(02) VALUE ZEROS.
       77 WRK-IND PIC 9(02) VALUE ZEROS.

      *===========PARCELAS DA FATURA DO PEDIDO================
       77 WRK-CONDICAO PIC X(03) VALUE SPACES.
       77 WRK-QTDE-PARCELAS PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-PRAZOS.
           05 WRK-PRAZO OCCURS 12 TIMES PIC 9(03).
       77 WRK-PARCELA PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PARCELA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-FATURADO PIC 9(07)V99 VALUE ZEROS.

      *===========ICMS DO PEDIDO (ARQ129)=====================
       01 WRK-ICP-PARAMETROS.
           COPY ICPPRM.
       01 WRK-TAB-PRODUTOS.
           05 WRK-PRD-ITEM OCCURS 500 TIMES
               INDEXED BY WRK-PRD-IDX.
               10 WRK-PRD-CODIGO    PIC X(06).
               10 WRK-PRD-CLASSE    PIC X(02).
       77 WRK-PRD-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-UF-DESTINO PIC X(02) VALUE SPACES.
       77 WRK-ICMS-OK PIC X(01) VALUE 'S'.
       77 WRK-VALOR-ICMS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ICMS-PARCELA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ICMS-FATURADO PIC 9(07)V99 VALUE ZEROS.

      *===========ENCARGOS DE ATRASO (ARQ065)=================
       77 WRK-ENC-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-FIM-ENCARGOS PIC X(01) VALUE 'N'.
       77 WRK-VALOR-ENCARGOS PIC 9(07)V99 VALUE ZEROS.

      *===========CONTA CORRENTE DO CLIENTE (ARQ115)==========
       01 WRK-LCP-PARAMETROS.
           COPY LCPPRM.

      *===========DIAS UTEIS (ARQ092)=========================
       01 WRK-DUT-PARAMETROS.
           COPY DUTPRM.
       77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       77 WRK-FAIXA PIC X(10) VALUE SPACES.

      *===========FATURAS EM DISPUTA (ARQ073)=================
       77 WRK-DISPUTAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-EM-DISPUTA PIC X(01) VALUE 'N'.

      *===========MONTAGEM DA LINHA DO RELATORIO==============
       77 WRK-VALOR-EDITADO PIC ZZZZZZ9.99.
       77 WRK-ATRASO-EDITADO PIC ZZZZ9.
      *================ACUMULADORES===================================
       77 WRK-ACUM-PEDIDOS-F PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-GERADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-PARCELADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ENC-LANCADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ABERTAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-ICMS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ICMS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-EM-DIA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ATE-30 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ATE-60 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ATE-90 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-MAIS-90 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-DISPUTA PIC 9(09)V99 VALUE ZEROS.

      *===========PERIODO FECHADO (ARQ127)====================
       01 WRK-PFP-PARAMETROS.
           COPY PFPPRM.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
               MOVE "FATURAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT ITENS.
           IF FS-ITENS EQUAL 00
               MOVE 'S' TO WRK-ITENS-ABERTO
           END-IF.
           OPEN INPUT PED-CONDICAO.
           IF FS-PCP EQUAL 00
               MOVE 'S' TO WRK-PCP-ABERTO
           END-IF.
           OPEN INPUT PED-RESGATE.
           IF FS-PRS EQUAL 00
               MOVE 'S' TO WRK-PRS-ABERTO
           END-IF.
           OPEN I-O ENCARGOS.
           IF FS-ENCARGOS EQUAL 00
               MOVE 'S' TO WRK-ENC-ABERTO
           END-IF.
           OPEN INPUT DISPUTAS.
           IF FS-DISPUTAS EQUAL 00
               MOVE 'S' TO WRK-DISPUTAS-ABERTO
           END-IF.
           PERFORM 0110-ACHA-ULTIMO-NUMERO.
           PERFORM 0120-CARREGA-CONDICOES.
           PERFORM 0130-CARREGA-PRODUTOS.

       0102-DETERMINA-AMBIENTE SECTION.
           OPEN INPUT AMBIENTE.
                       WRK-CAMINHO-PEDIDOS
                   MOVE "FATURAS-TEST.txt" TO
                       WRK-CAMINHO-FATURAS
                   MOVE "PEDIDOS-ITENS-TEST.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "PEDIDOS-CONDICAO-TEST.txt" TO
                       WRK-CAMINHO-PCP
                   MOVE "PEDIDOS-RESGATE-TEST.txt" TO
                       WRK-CAMINHO-PRS
                   MOVE "ENCARGOS-TEST.txt" TO
                       WRK-CAMINHO-ENCARGOS
                   MOVE "FATURAS-DISPUTA-TEST.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "PRODUTOS-TEST.TXT" TO WRK-CAMINHO-PRODUTOS
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-DEV.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "FATURAS-DEV.txt" TO
                       WRK-CAMINHO-FATURAS
                   MOVE "PEDIDOS-ITENS-DEV.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "PEDIDOS-CONDICAO-DEV.txt" TO
                       WRK-CAMINHO-PCP
                   MOVE "PEDIDOS-RESGATE-DEV.txt" TO
                       WRK-CAMINHO-PRS
                   MOVE "ENCARGOS-DEV.txt" TO
                       WRK-CAMINHO-ENCARGOS
                   MOVE "FATURAS-DISPUTA-DEV.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "PRODUTOS.TXT" TO WRK-CAMINHO-PRODUTOS
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "\FATURAS.txt" TO
                       WRK-CAMINHO-FATURAS
                   MOVE "\PEDIDOS-ITENS.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "\PEDIDOS-CONDICAO.txt" TO
                       WRK-CAMINHO-PCP
                   MOVE "\PEDIDOS-RESGATE.txt" TO
                       WRK-CAMINHO-PRS
                   MOVE "\ENCARGOS.txt" TO
                       WRK-CAMINHO-ENCARGOS
                   MOVE "\FATURAS-DISPUTA.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "PRODUTOS.TXT" TO WRK-CAMINHO-PRODUTOS
           END-EVALUATE.

       0110-ACHA-ULTIMO-NUMERO SECTION.
                   MOVE ZEROS TO FS-FATURAS
           END-START.

       0120-CARREGA-CONDICOES SECTION.
      *==  A TABELA DE CONDICOES E PEQUENA -- VAI INTEIRA PARA A
      *==  MEMORIA, COMO O CALENDARIO DO ARQ092; SEM TABELA TODO
      *==  PEDIDO FATURA EM PARCELA UNICA
           MOVE ZEROS TO WRK-CPG-TOTAL.
           OPEN INPUT CONDICOES.
           IF FS-CONDICOES EQUAL 00
               READ CONDICOES
               PERFORM UNTIL FS-CONDICOES NOT EQUAL 00
                       OR WRK-CPG-TOTAL EQUAL 50
                   IF CPG-PARCELAS IS NUMERIC
                       AND CPG-PARCELAS > 0
                       AND CPG-PARCELAS NOT > 12
                       ADD 1 TO WRK-CPG-TOTAL
                       MOVE CPG-CODIGO TO WRK-CPG-CODIGO (WRK-CPG-TOTAL)
                       MOVE CPG-PARCELAS TO
                           WRK-CPG-PARCELAS (WRK-CPG-TOTAL)
                       PERFORM VARYING WRK-IND FROM 1 BY 1
                           UNTIL WRK-IND > 12
                           MOVE CPG-PRAZO (WRK-IND) TO
                               WRK-CPG-PRAZO (WRK-CPG-TOTAL WRK-IND)
                       END-PERFORM
                   END-IF
                   READ CONDICOES
               END-PERFORM
               CLOSE CONDICOES
           END-IF.

       0130-CARREGA-PRODUTOS SECTION.
      *==  SO O CODIGO E A CLASSE FISCAL -- O VALOR FATURADO VEM DAS
      *==  LINHAS DO PEDIDO; SEM CATALOGO TODO ITEM CAI NA CLASSE "00"
           MOVE ZEROS TO WRK-PRD-TOTAL.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 00
               READ PRODUTOS
               PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
                       OR WRK-PRD-TOTAL EQUAL 500
                   ADD 1 TO WRK-PRD-TOTAL
                   MOVE PRD-CODIGO TO WRK-PRD-CODIGO (WRK-PRD-TOTAL)
                   MOVE PRD-CLASSE-FISCAL TO
                       WRK-PRD-CLASSE (WRK-PRD-TOTAL)
                   READ PRODUTOS
               END-PERFORM
               CLOSE PRODUTOS
           END-IF.

       0200-GERA-FATURAS SECTION.
      *==  A FATURA NASCE COM A DATA DE HOJE -- COM O MES JA FECHADO
      *==  PELO ARQ126 NENHUMA E GERADA, SO SAI O AGING
           MOVE 'V' TO PFP-FUNCAO.
           MOVE WRK-DATA-HOJE TO PFP-DATA.
           CALL "ARQ127" USING WRK-PFP-PARAMETROS.
           IF PFP-RESULTADO EQUAL 'F'
               DISPLAY "PERIODO FECHADO -- FATURAS NAO GERADAS"
           ELSE
               READ PEDIDOS
               PERFORM UNTIL FS-PEDIDOS NOT EQUAL 00
                   IF PED-STATUS EQUAL 'F'
                       ADD 1 TO WRK-ACUM-PEDIDOS-F
                       PERFORM 0210-VERIFICA-JA-FATURADO
                       IF WRK-JA-FATURADO EQUAL 'N'
                           PERFORM 0220-GRAVA-FATURA
                       END-IF
                   END-IF
                   READ PEDIDOS
               END-PERFORM
           END-IF.

       0210-VERIFICA-JA-FATURADO SECTION.
           MOVE 'N' TO WRK-JA-FATURADO.
           MOVE PED-ID-CLIENTE TO FAT-ID-CLIENTE.
           MOVE PED-SEQUENCIA TO FAT-SEQUENCIA.
           MOVE 1 TO FAT-PARCELA.
           READ FATURAS KEY IS FAT-CHAVE-PEDIDO
               INVALID KEY
                   CONTINUE
                   MOVE 'S' TO WRK-JA-FATURADO
           END-READ.

       0215-TOTALIZA-ITENS SECTION.
      *==  AS LINHAS SAO A FONTE DO VALOR FATURADO -- O CABECALHO SO
      *==  VALE QUANDO O PEDIDO NAO TEM LINHAS
           MOVE PED-VALOR TO WRK-VALOR-PEDIDO.
           MOVE ZEROS TO WRK-QTDE-ITENS.
           PERFORM 0216-LOCALIZA-UF.
           IF WRK-ITENS-ABERTO EQUAL 'S'
               MOVE ZEROS TO WRK-VALOR-PEDIDO
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE PED-ID-CLIENTE TO ITP-ID-CLIENTE
               MOVE PED-SEQUENCIA TO ITP-SEQUENCIA
               MOVE ZEROS TO ITP-LINHA
               START ITENS KEY IS GREATER THAN ITP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ ITENS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF ITP-ID-CLIENTE EQUAL PED-ID-CLIENTE
                               AND ITP-SEQUENCIA EQUAL PED-SEQUENCIA
                               ADD 1 TO WRK-QTDE-ITENS
                               ADD ITP-VALOR-LINHA TO WRK-VALOR-PEDIDO
                               PERFORM 0217-ICMS-DO-ITEM
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO FS-ITENS
               IF WRK-QTDE-ITENS EQUAL ZERO
                   MOVE PED-VALOR TO WRK-VALOR-PEDIDO
               ELSE
                   PERFORM 0218-ABATE-RESGATE
               END-IF
           END-IF.
           IF WRK-QTDE-ITENS EQUAL ZERO
               MOVE "00" TO ICP-CLASSE
               MOVE WRK-VALOR-PEDIDO TO ICP-BASE
               PERFORM 0219-CALCULA-ICMS
           END-IF.
           IF WRK-ICMS-OK NOT EQUAL 'S'
               MOVE ZEROS TO WRK-VALOR-ICMS
               ADD 1 TO WRK-ACUM-SEM-ICMS
               DISPLAY "PEDIDO " PED-ID-CLIENTE "/" PED-SEQUENCIA
                   " SEM UF OU SEM ALIQUOTA -- ICMS NAO CALCULADO"
           END-IF.

       0216-LOCALIZA-UF SECTION.
      *==  A UF DE DESTINO E A DO ENDERECO ESTRUTURADO DO CLIENTE --
      *==  A ENTRADA DE PEDIDOS JA RECUSA CLIENTE SEM ELA, MAS PEDIDO
      *==  ANTIGO AINDA PODE CHEGAR AQUI SEM UF
           MOVE ZEROS TO WRK-VALOR-ICMS.
           MOVE 'S' TO WRK-ICMS-OK.
           MOVE SPACES TO WRK-UF-DESTINO.
           MOVE PED-ID-CLIENTE TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   MOVE 'N' TO WRK-ICMS-OK
               NOT INVALID KEY
                   IF REG-UF IS ALPHABETIC AND REG-UF NOT EQUAL SPACES
                       AND REG-CEP IS NUMERIC
                       MOVE REG-UF TO WRK-UF-DESTINO
                   ELSE
                       MOVE 'N' TO WRK-ICMS-OK
                   END-IF
           END-READ.

       0217-ICMS-DO-ITEM SECTION.
      *==  PRODUTO FORA DO CATALOGO CAI NA CLASSE GERAL DA UF
           MOVE "00" TO ICP-CLASSE.
           PERFORM VARYING WRK-PRD-IDX FROM 1 BY 1
               UNTIL WRK-PRD-IDX > WRK-PRD-TOTAL
               IF WRK-PRD-CODIGO (WRK-PRD-IDX) EQUAL ITP-PRODUTO
                   MOVE WRK-PRD-CLASSE (WRK-PRD-IDX) TO ICP-CLASSE
               END-IF
           END-PERFORM.
           MOVE ITP-VALOR-LINHA TO ICP-BASE.
           PERFORM 0219-CALCULA-ICMS.

       0218-ABATE-RESGATE SECTION.
      *==  O PED-VALOR DO PEDIDO COM RESGATE JA VEM SEM O DESCONTO --
      *==  SO O TOTAL DAS LINHAS PRECISA DO ABATIMENTO
           IF WRK-PRS-ABERTO EQUAL 'S'
               MOVE PED-ID-CLIENTE TO PRS-ID-CLIENTE
               MOVE PED-SEQUENCIA TO PRS-SEQUENCIA
               READ PED-RESGATE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRS-VALOR-DESCONTO < WRK-VALOR-PEDIDO
                           SUBTRACT PRS-VALOR-DESCONTO FROM
                               WRK-VALOR-PEDIDO
                       ELSE
                           MOVE ZEROS TO WRK-VALOR-PEDIDO
                       END-IF
               END-READ
           END-IF.

       0219-CALCULA-ICMS SECTION.
           IF WRK-ICMS-OK EQUAL 'S'
               MOVE 'C' TO ICP-FUNCAO
               MOVE WRK-UF-DESTINO TO ICP-UF
               CALL "ARQ129" USING WRK-ICP-PARAMETROS
               IF ICP-RESULTADO EQUAL 'S'
                   ADD ICP-VALOR TO WRK-VALOR-ICMS
               ELSE
                   MOVE 'N' TO WRK-ICMS-OK
               END-IF
           END-IF.

       0220-GRAVA-FATURA SECTION.
      *==  UMA FATURA POR PARCELA DA CONDICAO DO PEDIDO; O VALOR DA
      *==  PARCELA E TRUNCADO NO CENTAVO E A ULTIMA LEVA A DIFERENCA,
      *==  PARA QUE A SOMA DAS PARCELAS FECHE COM O TOTAL DO PEDIDO
           PERFORM 0215-TOTALIZA-ITENS.
           PERFORM 0225-DETERMINA-CONDICAO.
           COMPUTE WRK-VALOR-PARCELA =
               WRK-VALOR-PEDIDO / WRK-QTDE-PARCELAS.
           MOVE ZEROS TO WRK-VALOR-FATURADO.
           COMPUTE WRK-ICMS-PARCELA =
               WRK-VALOR-ICMS / WRK-QTDE-PARCELAS.
           MOVE ZEROS TO WRK-ICMS-FATURADO.
           PERFORM VARYING WRK-PARCELA FROM 1 BY 1
               UNTIL WRK-PARCELA > WRK-QTDE-PARCELAS
               PERFORM 0230-GRAVA-PARCELA
           END-PERFORM.
           IF WRK-QTDE-PARCELAS > 1
               ADD 1 TO WRK-ACUM-PARCELADOS
           END-IF.

       0225-DETERMINA-CONDICAO SECTION.
      *==  PADRAO: PARCELA UNICA EM EMISSAO + WRK-DIAS-PRAZO
           MOVE 1 TO WRK-QTDE-PARCELAS.
           INITIALIZE WRK-TAB-PRAZOS.
           MOVE WRK-DIAS-PRAZO TO WRK-PRAZO (1).
           MOVE SPACES TO WRK-CONDICAO.
           IF WRK-PCP-ABERTO EQUAL 'S'
               MOVE PED-ID-CLIENTE TO PCP-ID-CLIENTE
               MOVE PED-SEQUENCIA TO PCP-SEQUENCIA
               READ PED-CONDICAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PCP-CONDICAO TO WRK-CONDICAO
               END-READ
           END-IF.
           IF WRK-CONDICAO NOT EQUAL SPACES
               MOVE ZEROS TO WRK-CPG-I
               PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-CPG-TOTAL
                       OR WRK-CPG-I NOT EQUAL ZEROS
                   IF WRK-CPG-CODIGO (WRK-IND) EQUAL WRK-CONDICAO
                       MOVE WRK-IND TO WRK-CPG-I
                   END-IF
               END-PERFORM
               IF WRK-CPG-I EQUAL ZEROS
                   DISPLAY "CONDICAO " WRK-CONDICAO
                       " NAO CADASTRADA -- PEDIDO "
                       PED-ID-CLIENTE "/" PED-SEQUENCIA
                       " EM PARCELA UNICA"
               ELSE
                   MOVE WRK-CPG-PARCELAS (WRK-CPG-I)
                       TO WRK-QTDE-PARCELAS
                   PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > 12
                       MOVE WRK-CPG-PRAZO (WRK-CPG-I WRK-IND) TO
                           WRK-PRAZO (WRK-IND)
                   END-PERFORM
               END-IF
           END-IF.

       0230-GRAVA-PARCELA SECTION.
           COMPUTE WRK-INT-VENCTO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WRK-DATA-HOJE))
               + WRK-PRAZO (WRK-PARCELA).
           COMPUTE WRK-DATA-VENCTO =
               FUNCTION DATE-OF-INTEGER (WRK-INT-VENCTO).
      *==  VENCIMENTO EM DIA NAO UTIL RONDA PARA O PROXIMO UTIL --
           MOVE WRK-ULTIMO-NUMERO TO FAT-NUMERO.
           MOVE PED-ID-CLIENTE TO FAT-ID-CLIENTE.
           MOVE PED-SEQUENCIA TO FAT-SEQUENCIA.
           MOVE WRK-PARCELA TO FAT-PARCELA.
           MOVE WRK-QTDE-PARCELAS TO FAT-QTDE-PARCELAS.
           IF WRK-PARCELA EQUAL WRK-QTDE-PARCELAS
               COMPUTE FAT-VALOR =
                   WRK-VALOR-PEDIDO - WRK-VALOR-FATURADO
           ELSE
               MOVE WRK-VALOR-PARCELA TO FAT-VALOR
           END-IF.
           ADD FAT-VALOR TO WRK-VALOR-FATURADO.
           IF WRK-PARCELA EQUAL WRK-QTDE-PARCELAS
               COMPUTE FAT-VALOR-ICMS =
                   WRK-VALOR-ICMS - WRK-ICMS-FATURADO
           ELSE
               MOVE WRK-ICMS-PARCELA TO FAT-VALOR-ICMS
           END-IF.
           ADD FAT-VALOR-ICMS TO WRK-ICMS-FATURADO.
           MOVE ZEROS TO WRK-VALOR-ENCARGOS.
           IF WRK-PARCELA EQUAL 1 AND WRK-ENC-ABERTO EQUAL 'S'
               PERFORM 0235-SOMA-ENCARGOS
               ADD WRK-VALOR-ENCARGOS TO FAT-VALOR
           END-IF.
           MOVE WRK-DATA-HOJE TO FAT-DATA-EMISSAO.
           MOVE WRK-DATA-VENCTO TO FAT-DATA-VENCTO.
           MOVE 'A' TO FAT-STATUS.
                   DISPLAY "ERRO AO GRAVAR FATURA " FAT-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-ACUM-GERADAS
                   ADD FAT-VALOR-ICMS TO WRK-ACUM-ICMS
                   PERFORM 0238-LANCA-CONTA-CORRENTE
                   IF WRK-VALOR-ENCARGOS > ZERO
                       PERFORM 0237-MARCA-ENCARGOS
                   END-IF
           END-WRITE.

       0235-SOMA-ENCARGOS SECTION.
      *==  ENCARGOS PENDENTES ('P') DO CLIENTE, PELA CHAVE ALTERNATIVA
      *==  DO ID -- SO SAO MARCADOS DEPOIS QUE A FATURA FOR GRAVADA
           MOVE 'N' TO WRK-FIM-ENCARGOS.
           MOVE PED-ID-CLIENTE TO ENC-ID-CLIENTE.
           START ENCARGOS KEY IS EQUAL ENC-ID-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ENCARGOS
           END-START.
           PERFORM UNTIL WRK-FIM-ENCARGOS EQUAL 'S'
               READ ENCARGOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ENCARGOS
                   NOT AT END
                       IF ENC-ID-CLIENTE EQUAL PED-ID-CLIENTE
                           IF ENC-STATUS EQUAL 'P'
                               ADD ENC-VALOR-PENDENTE TO
                                   WRK-VALOR-ENCARGOS
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-FIM-ENCARGOS
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-ENCARGOS.

       0237-MARCA-ENCARGOS SECTION.
           MOVE 'N' TO WRK-FIM-ENCARGOS.
           MOVE PED-ID-CLIENTE TO ENC-ID-CLIENTE.
           START ENCARGOS KEY IS EQUAL ENC-ID-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ENCARGOS
           END-START.
           PERFORM UNTIL WRK-FIM-ENCARGOS EQUAL 'S'
               READ ENCARGOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ENCARGOS
                   NOT AT END
                       IF ENC-ID-CLIENTE EQUAL PED-ID-CLIENTE
                           IF ENC-STATUS EQUAL 'P'
                               MOVE 'F' TO ENC-STATUS
                               MOVE FAT-NUMERO TO ENC-FAT-COBRANCA
                               MOVE WRK-DATA-HOJE TO ENC-DATA-SITUACAO
                               REWRITE REG-ENCARGOS
                                   INVALID KEY
                                       DISPLAY "ERRO AO MARCAR ENCARGO "
                                           ENC-NUMERO
                                   NOT INVALID KEY
                                       ADD 1 TO WRK-ACUM-ENC-LANCADOS
                               END-REWRITE
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-FIM-ENCARGOS
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-ENCARGOS.

       0238-LANCA-CONTA-CORRENTE SECTION.
           MOVE FAT-ID-CLIENTE TO LCP-ID-CLIENTE.
           MOVE WRK-DATA-HOJE TO LCP-DATA.
           MOVE "FE" TO LCP-TIPO.
           MOVE 'D' TO LCP-NATUREZA.
           MOVE SPACES TO LCP-DOCUMENTO.
           STRING FAT-NUMERO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FAT-PARCELA DELIMITED BY SIZE
               INTO LCP-DOCUMENTO.
           MOVE "FATURA EMITIDA" TO LCP-HISTORICO.
           COMPUTE LCP-VALOR = FAT-VALOR - WRK-VALOR-ENCARGOS.
           MOVE "ARQ064" TO LCP-PROGRAMA.
           CALL "ARQ115" USING WRK-LCP-PARAMETROS.

       0400-RELATORIO-AGING SECTION.
           OPEN OUTPUT RELATORIO.
           MOVE "RELATORIO DE AGING DE FATURAS ABERTAS"
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(FAT-DATA-VENCTO)).
           COMPUTE WRK-DIAS-ATRASO = WRK-INT-HOJE - WRK-INT-VENCTO.
           PERFORM 0415-VERIFICA-DISPUTA.
           IF WRK-DIAS-ATRASO < 0
               MOVE ZERO TO WRK-DIAS-ATRASO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-EM-DISPUTA EQUAL 'S'
                   MOVE "EM DISPUTA" TO WRK-FAIXA
                   ADD FAT-VALOR TO WRK-TOT-DISPUTA
               WHEN WRK-DIAS-ATRASO <= 0
                   MOVE "EM DIA" TO WRK-FAIXA
                   ADD FAT-VALOR TO WRK-TOT-EM-DIA
           MOVE SPACES TO REG-RELATORIO.
           STRING "FAT " DELIMITED BY SIZE
               FAT-NUMERO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FAT-PARCELA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-NOME DELIMITED BY SIZE
               " TEL " DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0415-VERIFICA-DISPUTA SECTION.
           MOVE 'N' TO WRK-EM-DISPUTA.
           IF WRK-DISPUTAS-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO DSP-FAT-NUMERO
               READ DISPUTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-STATUS EQUAL 'A'
                           MOVE 'S' TO WRK-EM-DISPUTA
                       END-IF
               END-READ
           END-IF.

       0420-TOTAIS-AGING SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
               WRK-TOTAL-EDITADO DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-DISPUTA TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL EM DISPUTA...: " DELIMITED BY SIZE
               WRK-TOTAL-EDITADO DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0300-FINISH SECTION.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE FATURAS.
           IF WRK-ITENS-ABERTO EQUAL 'S'
               CLOSE ITENS
           END-IF.
           IF WRK-PCP-ABERTO EQUAL 'S'
               CLOSE PED-CONDICAO
           END-IF.
           IF WRK-PRS-ABERTO EQUAL 'S'
               CLOSE PED-RESGATE
           END-IF.
           IF WRK-ENC-ABERTO EQUAL 'S'
               CLOSE ENCARGOS
           END-IF.
           IF WRK-DISPUTAS-ABERTO EQUAL 'S'
               CLOSE DISPUTAS
           END-IF.
           DISPLAY "================================".
           DISPLAY "PEDIDOS FATURADOS....: " WRK-ACUM-PEDIDOS-F.
           DISPLAY "FATURAS GERADAS......: " WRK-ACUM-GERADAS.
           DISPLAY "PEDIDOS PARCELADOS...: " WRK-ACUM-PARCELADOS.
           DISPLAY "ENCARGOS LANCADOS....: " WRK-ACUM-ENC-LANCADOS.
           DISPLAY "FATURAS ABERTAS......: " WRK-ACUM-ABERTAS.
           MOVE WRK-ACUM-ICMS TO WRK-TOTAL-EDITADO.
           DISPLAY "ICMS DAS FATURAS.....: " WRK-TOTAL-EDITADO.
           DISPLAY "PEDIDOS SEM ICMS.....: " WRK-ACUM-SEM-ICMS.
           DISPLAY "AGING EM FATURAS-AGING.TXT".
           DISPLAY "FIM DE PROGRAMA".

