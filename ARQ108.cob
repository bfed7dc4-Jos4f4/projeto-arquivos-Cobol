       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ108 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: DEVOLUCAO DE MERCADORIA E NOTA DE CREDITO --
      *==            LOCALIZA A FATURA PELO NUMERO (FAT-NUMERO) E O
      *==            PEDIDO FATURADO DE ORIGEM, EXIBE AS LINHAS COM
      *==            O QUE CADA UMA JA DEVOLVEU E REGISTRA A
      *==            DEVOLUCAO TOTAL OU PARCIAL (QUANTIDADE POR
      *==            LINHA; PEDIDO SEM LINHAS DEVOLVE POR VALOR),
      *==            GERANDO A NOTA DE CREDITO (NOTAS-CREDITO) E AS
      *==            SUAS LINHAS (NOTAS-CREDITO-ITENS)
      *==  FATURA ABERTA: O VALOR DA NOTA E ABATIDO DO SALDO EM ABERTO
      *==  (FAT-VALOR); SE ZERAR, A FATURA FICA QUITADA POR CREDITO
      *==  (FAT-STATUS 'C'); FATURA JA PAGA (OU O QUE SOBRAR DO
      *==  ABATIMENTO) VIRA CREDITO A FAVOR DO CLIENTE NA PROPRIA NOTA
      *==  PEDIDO PARCELADO: QUALQUER PARCELA LOCALIZA O PEDIDO, E O
      *==  ABATIMENTO CORRE AS PARCELAS ABERTAS DA ULTIMA PARA A
      *==  PRIMEIRA -- AS PROXIMAS A VENCER FICAM COMO ESTAO
      *==  A MERCADORIA DEVOLVIDA VOLTA AO SALDO DO ESTOQUE (ARQ102) E
      *==  A TRANSACAO E CARIMBADA COM O OPERADOR DA SESSAO NO LOG DE
      *==  TRANSACOES, COMO NO ARQ061
      *==  A NOTA E LANCADA A CREDITO NA CONTA CORRENTE DO CLIENTE
      *==  (ARQ115) PELO VALOR TOTAL -- ABATIDO OU CREDITO A FAVOR
      *==  A PARTE QUE VIRA CREDITO A FAVOR E DE PARCELA JA PAGA, QUE
      *==  JA RENDEU PONTOS DE FIDELIDADE -- OS PONTOS DESSE VALOR SAO
      *==  ESTORNADOS (MODULO ARQ144), ATE O LIMITE DO SALDO
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT CLIENTES ASSIGN TO
               DYNAMIC WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT PEDIDOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PEDIDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT NOTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-NOTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCR-NUMERO
               ALTERNATE RECORD KEY IS NCR-CHAVE-PEDIDO
                   WITH DUPLICATES
               FILE STATUS IS FS-NOTAS.

           SELECT NOTAS-ITENS ASSIGN TO
               DYNAMIC WRK-CAMINHO-NOTAS-ITENS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCI-CHAVE
               FILE STATUS IS FS-NOTAS-ITENS.

           SELECT LOG-TRANSACOES ASSIGN TO
               "CLIENTES-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOGTRANS.

           SELECT OPERADOR-SESSAO ASSIGN TO
               "OPERADOR-SESSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.

       FD PEDIDOS.
       01 REG-PEDIDOS.
           COPY PEDREG.

       FD ITENS.
       01 REG-ITENS.
           COPY ITPREG.

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD NOTAS.
       01 REG-NOTAS.
           COPY NCRREG.

       FD NOTAS-ITENS.
       01 REG-NOTAS-ITENS.
           COPY NCIREG.

       FD LOG-TRANSACOES.
       01 REG-LOG-TRANSACAO PIC X(80).

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ITENS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-NOTAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-NOTAS-ITENS PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-ITENS PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-NOTAS PIC 9(02) VALUE ZEROS.
       77 FS-NOTAS-ITENS PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-OPERADOR PIC X(04) VALUE "????".

      *===========TRAVA DE EXECUCAO (ARQ048)==================
       01 WRK-TRV-PARAMETROS.
           COPY TRVPRM.

      *===========CONTA CORRENTE DO CLIENTE (ARQ115)==========
       01 WRK-LCP-PARAMETROS.
           COPY LCPPRM.

      *===========PONTOS DE FIDELIDADE (ARQ144)===============
       01 WRK-PNP-PARAMETROS.
           COPY PNPPRM.

      *===========ESTOQUE (ARQ102)============================
       01 WRK-MVE-PARAMETROS.
           COPY MVEPRM.

      *===========VARIAVEIS DE ENTRADA DE DADOS============
       77 WRK-NUMERO-FATURA PIC 9(07) VALUE ZEROS.
       77 WRK-TIPO PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO PIC X(02) VALUE SPACES.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       77 WRK-QTDE-ALFA PIC X(05) VALUE SPACES.
       77 WRK-VALOR-ALFA PIC X(12) VALUE SPACES.
       77 WRK-PEDIDO-OK PIC X(01) VALUE 'N'.

      *===========LINHAS DO PEDIDO E O QUE JA FOI DEVOLVIDO====
       77 WRK-ITENS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       01 WRK-TAB-LINHAS.
           05 WRK-LIN-ITEM OCCURS 200 TIMES
               INDEXED BY WRK-LIN-IDX.
               10 WRK-LIN-NUMERO    PIC 9(03).
               10 WRK-LIN-PRODUTO   PIC X(06).
               10 WRK-LIN-QTDE      PIC 9(05).
               10 WRK-LIN-PRECO     PIC 9(07)V99.
               10 WRK-LIN-DEVOLVIDA PIC 9(05).
               10 WRK-LIN-DEVOLVER  PIC 9(05).
       77 WRK-LIN-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-LIN-SALDO PIC 9(05) VALUE ZEROS.

      *===========VALORES DA DEVOLUCAO========================
       77 WRK-VALOR-ORIGINAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-DEVOLVIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-DEVOLVIVEL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-NOTA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ABATIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-CREDITO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-PARC-ABATIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PARCELA PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-EDITADO PIC ZZZZZZ9.99.
       77 WRK-QTDE-EDITADA PIC ZZZZ9.
       77 WRK-DEVOL-EDITADA PIC ZZZZ9.

      *===========NUMERACAO DA NOTA===========================
       77 WRK-ULTIMO-NUMERO PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           MOVE 'A' TO TRV-FUNCAO.
           MOVE 'I' TO TRV-MODO.
           MOVE "ARQ108" TO TRV-PROGRAMA.
           CALL "ARQ048" USING WRK-TRV-PARAMETROS.
           IF TRV-RESULTADO NOT EQUAL 'S'
               DISPLAY "EXECUCAO ABANDONADA -- CADASTRO EM USO"
               GOBACK
           END-IF.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL 00
               MOVE "PEDIDOS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O FATURAS.
           IF FS-FATURAS NOT EQUAL 00
               MOVE "FATURAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O NOTAS.
           IF FS-NOTAS EQUAL 35
               OPEN OUTPUT NOTAS
               CLOSE NOTAS
               OPEN I-O NOTAS
           END-IF.
           IF FS-NOTAS NOT EQUAL 00
               MOVE "NOTAS DE CREDITO NAO ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O NOTAS-ITENS.
           IF FS-NOTAS-ITENS EQUAL 35
               OPEN OUTPUT NOTAS-ITENS
               CLOSE NOTAS-ITENS
               OPEN I-O NOTAS-ITENS
           END-IF.
           IF FS-NOTAS-ITENS NOT EQUAL 00
               MOVE "ITENS DA NOTA NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
      *==  PEDIDOS ANTERIORES AO ARQUIVO DE ITENS NAO TEM LINHAS --
      *==  SEM O ARQUIVO A DEVOLUCAO E FEITA SO POR VALOR
           OPEN INPUT ITENS.
           IF FS-ITENS EQUAL 00
               MOVE 'S' TO WRK-ITENS-ABERTO
           END-IF.
           DISPLAY "DEVOLUCAO DE MERCADORIA / NOTA DE CREDITO".
           DISPLAY "DIGITE O NUMERO DA FATURA".
           ACCEPT WRK-NUMERO-FATURA.

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
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-TEST.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "PEDIDOS-ITENS-TEST.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "FATURAS-TEST.txt" TO
                       WRK-CAMINHO-FATURAS
                   MOVE "NOTAS-CREDITO-TEST.txt" TO
                       WRK-CAMINHO-NOTAS
                   MOVE "NOTAS-CREDITO-ITENS-TEST.txt" TO
                       WRK-CAMINHO-NOTAS-ITENS
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-DEV.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "PEDIDOS-ITENS-DEV.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "FATURAS-DEV.txt" TO
                       WRK-CAMINHO-FATURAS
                   MOVE "NOTAS-CREDITO-DEV.txt" TO
                       WRK-CAMINHO-NOTAS
                   MOVE "NOTAS-CREDITO-ITENS-DEV.txt" TO
                       WRK-CAMINHO-NOTAS-ITENS
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "\PEDIDOS-ITENS.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "\FATURAS.txt" TO
                       WRK-CAMINHO-FATURAS
                   MOVE "\NOTAS-CREDITO.txt" TO
                       WRK-CAMINHO-NOTAS
                   MOVE "\NOTAS-CREDITO-ITENS.txt" TO
                       WRK-CAMINHO-NOTAS-ITENS
           END-EVALUATE.

       0200-PROCESS SECTION.
           MOVE WRK-NUMERO-FATURA TO FAT-NUMERO.
           READ FATURAS
               INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM 0210-LOCALIZA-PEDIDO
           END-READ.
           IF WRK-PEDIDO-OK EQUAL 'S'
               PERFORM 0215-EXIBE-FATURA
               PERFORM 0220-CARREGA-LINHAS
               PERFORM 0225-SOMA-DEVOLUCOES
               PERFORM 0230-EXIBE-LINHAS
               IF WRK-VALOR-DEVOLVIVEL EQUAL ZERO
                   DISPLAY "PEDIDO JA DEVOLVIDO INTEGRALMENTE"
               ELSE
                   PERFORM 0240-ACEITA-DEVOLUCAO
               END-IF
           END-IF.

       0210-LOCALIZA-PEDIDO SECTION.
           MOVE 'N' TO WRK-PEDIDO-OK.
           MOVE FAT-ID-CLIENTE TO PED-ID-CLIENTE.
           MOVE FAT-SEQUENCIA TO PED-SEQUENCIA.
           READ PEDIDOS
               INVALID KEY
                   DISPLAY "PEDIDO DA FATURA NAO ENCONTRADO"
               NOT INVALID KEY
                   IF PED-STATUS EQUAL 'F'
                       MOVE 'S' TO WRK-PEDIDO-OK
                   ELSE
                       DISPLAY "PEDIDO DA FATURA NAO ESTA FATURADO"
                   END-IF
           END-READ.

       0215-EXIBE-FATURA SECTION.
           MOVE FAT-ID-CLIENTE TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE.....   (SEM CADASTRO)"
               NOT INVALID KEY
                   DISPLAY "CLIENTE.....   " REG-NOME
           END-READ.
           DISPLAY "PEDIDO......   " PED-ID-CLIENTE "/" PED-SEQUENCIA.
           DISPLAY "EMISSAO.....   " FAT-DATA-EMISSAO.
           IF FAT-QTDE-PARCELAS > 1
               DISPLAY "PARCELA.....   " FAT-PARCELA " DE "
                   FAT-QTDE-PARCELAS
           END-IF.
           MOVE FAT-VALOR TO WRK-VALOR-EDITADO.
           EVALUATE FAT-STATUS
               WHEN 'A'
                   DISPLAY "EM ABERTO...   " WRK-VALOR-EDITADO
               WHEN 'P'
                   DISPLAY "PAGA EM.....   " FAT-DATA-PAGTO
               WHEN 'B'
                   DISPLAY "BAIXADA COMO PERDA"
               WHEN OTHER
                   DISPLAY "QUITADA POR NOTA DE CREDITO"
           END-EVALUATE.

       0220-CARREGA-LINHAS SECTION.
      *==  MESMO PERCURSO DE CHAVE COMPOSTA DO ARQ061 -- AS LINHAS
      *==  VAO PARA A TABELA, ONDE SE SOMA O QUE JA FOI DEVOLVIDO
           MOVE ZEROS TO WRK-LIN-TOTAL.
           MOVE ZEROS TO WRK-VALOR-ORIGINAL.
           IF WRK-ITENS-ABERTO EQUAL 'S'
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
                               AND WRK-LIN-TOTAL < 200
                               ADD 1 TO WRK-LIN-TOTAL
                               MOVE ITP-LINHA TO
                                   WRK-LIN-NUMERO (WRK-LIN-TOTAL)
                               MOVE ITP-PRODUTO TO
                                   WRK-LIN-PRODUTO (WRK-LIN-TOTAL)
                               MOVE ITP-QUANTIDADE TO
                                   WRK-LIN-QTDE (WRK-LIN-TOTAL)
                               MOVE ITP-PRECO-UNIT TO
                                   WRK-LIN-PRECO (WRK-LIN-TOTAL)
                               MOVE ZEROS TO
                                   WRK-LIN-DEVOLVIDA (WRK-LIN-TOTAL)
                                   WRK-LIN-DEVOLVER (WRK-LIN-TOTAL)
                               ADD ITP-VALOR-LINHA TO
                                   WRK-VALOR-ORIGINAL
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO FS-ITENS
           END-IF.
           IF WRK-LIN-TOTAL EQUAL ZERO
               MOVE PED-VALOR TO WRK-VALOR-ORIGINAL
           END-IF.

       0225-SOMA-DEVOLUCOES SECTION.
      *==  TODAS AS NOTAS DO PEDIDO (CHAVE ALTERNATIVA) -- O VALOR JA
      *==  DEVOLVIDO LIMITA A NOVA NOTA E AS LINHAS DE CADA NOTA
      *==  ACUMULAM A QUANTIDADE JA DEVOLVIDA POR LINHA DO PEDIDO
           MOVE ZEROS TO WRK-VALOR-DEVOLVIDO.
           MOVE PED-ID-CLIENTE TO NCR-ID-CLIENTE.
           MOVE PED-SEQUENCIA TO NCR-SEQUENCIA.
           START NOTAS KEY IS EQUAL NCR-CHAVE-PEDIDO
               INVALID KEY
                   MOVE 10 TO FS-NOTAS
           END-START.
           PERFORM UNTIL FS-NOTAS NOT EQUAL 00
               READ NOTAS NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NCR-ID-CLIENTE EQUAL PED-ID-CLIENTE
                           AND NCR-SEQUENCIA EQUAL PED-SEQUENCIA
                           ADD NCR-VALOR TO WRK-VALOR-DEVOLVIDO
                           PERFORM 0227-SOMA-LINHAS-NOTA
                       ELSE
                           MOVE 10 TO FS-NOTAS
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-NOTAS.
           IF WRK-VALOR-DEVOLVIDO < WRK-VALOR-ORIGINAL
               COMPUTE WRK-VALOR-DEVOLVIVEL =
                   WRK-VALOR-ORIGINAL - WRK-VALOR-DEVOLVIDO
           ELSE
               MOVE ZEROS TO WRK-VALOR-DEVOLVIVEL
           END-IF.

       0227-SOMA-LINHAS-NOTA SECTION.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE NCR-NUMERO TO NCI-NUMERO.
           MOVE ZEROS TO NCI-LINHA.
           START NOTAS-ITENS KEY IS GREATER THAN NCI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ NOTAS-ITENS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF NCI-NUMERO EQUAL NCR-NUMERO
                           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                               UNTIL WRK-LIN-IDX > WRK-LIN-TOTAL
                               IF WRK-LIN-NUMERO (WRK-LIN-IDX)
                                       EQUAL NCI-LINHA
                                   ADD NCI-QUANTIDADE TO
                                       WRK-LIN-DEVOLVIDA (WRK-LIN-IDX)
                               END-IF
                           END-PERFORM
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-NOTAS-ITENS.

       0230-EXIBE-LINHAS SECTION.
           IF WRK-LIN-TOTAL EQUAL ZERO
               DISPLAY "  (PEDIDO SEM LINHAS DE ITEM)"
           END-IF.
           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
               UNTIL WRK-LIN-IDX > WRK-LIN-TOTAL
               MOVE WRK-LIN-QTDE (WRK-LIN-IDX) TO WRK-QTDE-EDITADA
               MOVE WRK-LIN-DEVOLVIDA (WRK-LIN-IDX) TO
                   WRK-DEVOL-EDITADA
               DISPLAY "  ITEM " WRK-LIN-NUMERO (WRK-LIN-IDX) " "
                   WRK-LIN-PRODUTO (WRK-LIN-IDX)
                   " QTD " WRK-QTDE-EDITADA
                   " JA DEVOLVIDO " WRK-DEVOL-EDITADA
           END-PERFORM.
           MOVE WRK-VALOR-ORIGINAL TO WRK-VALOR-EDITADO.
           DISPLAY "VALOR FATURADO.....   " WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-DEVOLVIDO TO WRK-VALOR-EDITADO.
           DISPLAY "JA DEVOLVIDO.......   " WRK-VALOR-EDITADO.
           DISPLAY "===============================".

       0240-ACEITA-DEVOLUCAO SECTION.
           DISPLAY "DEVOLUCAO (T=TOTAL P=PARCIAL)...".
           ACCEPT WRK-TIPO.
           IF WRK-TIPO EQUAL 't'
               MOVE 'T' TO WRK-TIPO
           END-IF.
           IF WRK-TIPO EQUAL 'p'
               MOVE 'P' TO WRK-TIPO
           END-IF.
           MOVE ZEROS TO WRK-VALOR-NOTA.
           EVALUATE TRUE
               WHEN WRK-TIPO EQUAL 'T'
      *==  O SALDO DEVOLVIVEL INTEIRO -- ABSORVE O ARREDONDAMENTO DAS
      *==  LINHAS, A NOTA FECHA EXATAMENTE O VALOR FATURADO
                   PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                       UNTIL WRK-LIN-IDX > WRK-LIN-TOTAL
                       COMPUTE WRK-LIN-DEVOLVER (WRK-LIN-IDX) =
                           WRK-LIN-QTDE (WRK-LIN-IDX)
                           - WRK-LIN-DEVOLVIDA (WRK-LIN-IDX)
                   END-PERFORM
                   MOVE WRK-VALOR-DEVOLVIVEL TO WRK-VALOR-NOTA
               WHEN WRK-TIPO EQUAL 'P' AND WRK-LIN-TOTAL > ZERO
                   PERFORM 0245-ACEITA-QTDE-LINHAS
               WHEN WRK-TIPO EQUAL 'P'
                   PERFORM 0247-ACEITA-VALOR
               WHEN OTHER
                   DISPLAY "TIPO DE DEVOLUCAO INVALIDO"
           END-EVALUATE.
           IF WRK-VALOR-NOTA EQUAL ZERO
               DISPLAY "NADA A DEVOLVER -- DEVOLUCAO ABANDONADA"
           ELSE
               PERFORM 0250-ACEITA-MOTIVO
               MOVE WRK-VALOR-NOTA TO WRK-VALOR-EDITADO
               DISPLAY "VALOR DA NOTA DE CREDITO...   "
                   WRK-VALOR-EDITADO
               DISPLAY "CONFIRMA A DEVOLUCAO (S/N)..."
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
                   PERFORM 0260-GRAVA-NOTA
               ELSE
                   DISPLAY "DEVOLUCAO ABANDONADA"
               END-IF
           END-IF.

       0245-ACEITA-QTDE-LINHAS SECTION.
      *==  SO AS LINHAS COM SALDO A DEVOLVER SAO PERGUNTADAS;
      *==  QUANTIDADE ACIMA DO SALDO E RECUSADA E A LINHA FICA ZERO
           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
               UNTIL WRK-LIN-IDX > WRK-LIN-TOTAL
               COMPUTE WRK-LIN-SALDO =
                   WRK-LIN-QTDE (WRK-LIN-IDX)
                   - WRK-LIN-DEVOLVIDA (WRK-LIN-IDX)
               IF WRK-LIN-SALDO > ZERO
                   MOVE WRK-LIN-SALDO TO WRK-QTDE-EDITADA
                   DISPLAY "ITEM " WRK-LIN-NUMERO (WRK-LIN-IDX) " "
                       WRK-LIN-PRODUTO (WRK-LIN-IDX)
                       " -- QTDE DEVOLVIDA (ATE "
                       WRK-QTDE-EDITADA ")..."
                   MOVE SPACES TO WRK-QTDE-ALFA
                   ACCEPT WRK-QTDE-ALFA
                   IF FUNCTION TRIM(WRK-QTDE-ALFA) IS NUMERIC
                       AND WRK-QTDE-ALFA NOT EQUAL SPACES
                       COMPUTE WRK-LIN-DEVOLVER (WRK-LIN-IDX) =
                           FUNCTION NUMVAL (WRK-QTDE-ALFA)
                   END-IF
                   IF WRK-LIN-DEVOLVER (WRK-LIN-IDX) > WRK-LIN-SALDO
                       DISPLAY "QUANTIDADE ACIMA DO SALDO -- "
                           "LINHA IGNORADA"
                       MOVE ZEROS TO WRK-LIN-DEVOLVER (WRK-LIN-IDX)
                   END-IF
                   COMPUTE WRK-VALOR-NOTA ROUNDED = WRK-VALOR-NOTA
                       + WRK-LIN-DEVOLVER (WRK-LIN-IDX)
                       * WRK-LIN-PRECO (WRK-LIN-IDX)
               END-IF
           END-PERFORM.
           IF WRK-VALOR-NOTA > WRK-VALOR-DEVOLVIVEL
               MOVE WRK-VALOR-DEVOLVIVEL TO WRK-VALOR-NOTA
           END-IF.

       0247-ACEITA-VALOR SECTION.
           MOVE WRK-VALOR-DEVOLVIVEL TO WRK-VALOR-EDITADO.
           DISPLAY "VALOR DEVOLVIDO (ATE " WRK-VALOR-EDITADO ")...".
           MOVE SPACES TO WRK-VALOR-ALFA.
           ACCEPT WRK-VALOR-ALFA.
           IF FUNCTION TEST-NUMVAL (WRK-VALOR-ALFA) EQUAL 0
               AND WRK-VALOR-ALFA NOT EQUAL SPACES
               COMPUTE WRK-VALOR-NOTA =
                   FUNCTION NUMVAL (WRK-VALOR-ALFA)
           END-IF.
           IF WRK-VALOR-NOTA > WRK-VALOR-DEVOLVIVEL
               DISPLAY "VALOR ACIMA DO SALDO DEVOLVIVEL"
               MOVE ZEROS TO WRK-VALOR-NOTA
           END-IF.

       0250-ACEITA-MOTIVO SECTION.
           DISPLAY "MOTIVO (01=AVARIA 02=PRODUTO ERRADO".
           DISPLAY "        03=DEFEITO 04=DESISTENCIA 99=OUTROS)...".
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO NOT EQUAL "01" AND WRK-MOTIVO NOT EQUAL "02"
               AND WRK-MOTIVO NOT EQUAL "03"
               AND WRK-MOTIVO NOT EQUAL "04"
               AND WRK-MOTIVO NOT EQUAL "99"
               DISPLAY "MOTIVO NAO RECONHECIDO -- ASSUMIDO 99"
               MOVE "99" TO WRK-MOTIVO
           END-IF.

       0260-GRAVA-NOTA SECTION.
           PERFORM 0285-LE-OPERADOR-SESSAO.
           PERFORM 0262-ACHA-ULTIMO-NUMERO.
           PERFORM 0265-ABATE-FATURA.
           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-ULTIMO-NUMERO TO NCR-NUMERO.
           MOVE PED-ID-CLIENTE TO NCR-ID-CLIENTE.
           MOVE PED-SEQUENCIA TO NCR-SEQUENCIA.
           MOVE WRK-NUMERO-FATURA TO NCR-FAT-NUMERO.
           MOVE WRK-DATA-HOJE TO NCR-DATA.
           MOVE WRK-TIPO TO NCR-TIPO.
           MOVE WRK-MOTIVO TO NCR-MOTIVO.
           MOVE WRK-VALOR-NOTA TO NCR-VALOR.
           MOVE WRK-VALOR-ABATIDO TO NCR-VALOR-ABATIDO.
           MOVE WRK-VALOR-CREDITO TO NCR-VALOR-CREDITO.
           IF WRK-VALOR-CREDITO > ZERO
               MOVE 'D' TO NCR-SITUACAO
           ELSE
               MOVE 'Q' TO NCR-SITUACAO
           END-IF.
           MOVE WRK-OPERADOR TO NCR-OPERADOR.
           WRITE REG-NOTAS
               INVALID KEY
                   MOVE "ERRO AO GRAVAR NOTA DE CREDITO" TO
                       WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
           END-WRITE.
           PERFORM 0270-GRAVA-LINHAS-NOTA.
           PERFORM 0280-GRAVA-LOG-TRANSACAO.
           PERFORM 0290-LANCA-CONTA-CORRENTE.
           IF WRK-VALOR-CREDITO > ZERO
               PERFORM 0295-ESTORNA-PONTOS
           END-IF.
           DISPLAY "NOTA DE CREDITO " NCR-NUMERO " GRAVADA".
           MOVE WRK-VALOR-ABATIDO TO WRK-VALOR-EDITADO.
           DISPLAY "ABATIDO DA FATURA..   " WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-CREDITO TO WRK-VALOR-EDITADO.
           DISPLAY "CREDITO AO CLIENTE.   " WRK-VALOR-EDITADO.

       0262-ACHA-ULTIMO-NUMERO SECTION.
      *==  MESMO PERCURSO DO ARQ064 NA NUMERACAO DAS FATURAS
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           MOVE ZEROS TO NCR-NUMERO.
           START NOTAS KEY IS GREATER THAN NCR-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS-NOTAS NOT EQUAL 00
                       READ NOTAS NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE NCR-NUMERO TO WRK-ULTIMO-NUMERO
                       END-READ
                   END-PERFORM
                   MOVE ZEROS TO FS-NOTAS
           END-START.

       0265-ABATE-FATURA SECTION.
      *==  PARCELAS ABERTAS DO PEDIDO: ABATE O SALDO EM ABERTO DE CADA
      *==  UMA, DA ULTIMA PARA A PRIMEIRA, ATE CONSUMIR A NOTA -- O
      *==  QUE SOBRA (OU TUDO, SE TODAS JA FORAM PAGAS) E CREDITO
           MOVE ZEROS TO WRK-VALOR-ABATIDO.
           MOVE WRK-VALOR-NOTA TO WRK-VALOR-CREDITO.
           MOVE FAT-QTDE-PARCELAS TO WRK-PARCELA.
           IF WRK-PARCELA EQUAL ZERO
               MOVE 1 TO WRK-PARCELA
           END-IF.
           PERFORM UNTIL WRK-PARCELA EQUAL ZERO
                   OR WRK-VALOR-CREDITO EQUAL ZERO
               MOVE PED-ID-CLIENTE TO FAT-ID-CLIENTE
               MOVE PED-SEQUENCIA TO FAT-SEQUENCIA
               MOVE WRK-PARCELA TO FAT-PARCELA
               READ FATURAS KEY IS FAT-CHAVE-PEDIDO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FAT-STATUS EQUAL 'A'
                           PERFORM 0267-ABATE-PARCELA
                       END-IF
               END-READ
               SUBTRACT 1 FROM WRK-PARCELA
           END-PERFORM.

       0267-ABATE-PARCELA SECTION.
           IF WRK-VALOR-CREDITO < FAT-VALOR
               MOVE WRK-VALOR-CREDITO TO WRK-VALOR-PARC-ABATIDO
           ELSE
               MOVE FAT-VALOR TO WRK-VALOR-PARC-ABATIDO
           END-IF.
           SUBTRACT WRK-VALOR-PARC-ABATIDO FROM FAT-VALOR.
           SUBTRACT WRK-VALOR-PARC-ABATIDO FROM WRK-VALOR-CREDITO.
           ADD WRK-VALOR-PARC-ABATIDO TO WRK-VALOR-ABATIDO.
           IF FAT-VALOR EQUAL ZERO
               MOVE 'C' TO FAT-STATUS
               MOVE WRK-DATA-HOJE TO FAT-DATA-PAGTO
           END-IF.
           REWRITE REG-FATURAS
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR FATURA" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
           END-REWRITE.

       0270-GRAVA-LINHAS-NOTA SECTION.
      *==  CADA LINHA DEVOLVIDA VAI PARA A NOTA E A QUANTIDADE VOLTA
      *==  AO SALDO DO ESTOQUE ('E'); PRODUTO SEM CONTROLE DE
      *==  ESTOQUE ('N') E IGNORADO PELO MODULO
           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
               UNTIL WRK-LIN-IDX > WRK-LIN-TOTAL
               IF WRK-LIN-DEVOLVER (WRK-LIN-IDX) > ZERO
                   MOVE NCR-NUMERO TO NCI-NUMERO
                   MOVE WRK-LIN-NUMERO (WRK-LIN-IDX) TO NCI-LINHA
                   MOVE WRK-LIN-PRODUTO (WRK-LIN-IDX) TO NCI-PRODUTO
                   MOVE WRK-LIN-DEVOLVER (WRK-LIN-IDX) TO
                       NCI-QUANTIDADE
                   MOVE WRK-LIN-PRECO (WRK-LIN-IDX) TO NCI-PRECO-UNIT
                   COMPUTE NCI-VALOR-LINHA ROUNDED =
                       NCI-QUANTIDADE * NCI-PRECO-UNIT
                   WRITE REG-NOTAS-ITENS
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR ITEM DA NOTA "
                               NCI-LINHA
                   END-WRITE
                   MOVE 'E' TO MVE-FUNCAO
                   MOVE NCI-PRODUTO TO MVE-PRODUTO
                   MOVE NCI-QUANTIDADE TO MVE-QUANTIDADE
                   CALL "ARQ102" USING WRK-MVE-PARAMETROS
               END-IF
           END-PERFORM.

       0285-LE-OPERADOR-SESSAO SECTION.
      *==  O CODIGO GRAVADO PELO SIGN-ON DO ARQ000 IDENTIFICA QUEM
      *==  EMITIU A NOTA -- SEM SESSAO ATIVA O CARIMBO FICA "????"
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

       0280-GRAVA-LOG-TRANSACAO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           OPEN EXTEND LOG-TRANSACOES.
           IF FS-LOGTRANS EQUAL 35
               OPEN OUTPUT LOG-TRANSACOES
               CLOSE LOG-TRANSACOES
               OPEN EXTEND LOG-TRANSACOES
           END-IF.
           MOVE NCR-VALOR TO WRK-VALOR-EDITADO.
           MOVE SPACES TO REG-LOG-TRANSACAO.
           STRING WRK-DATA-HORA DELIMITED BY SIZE
               " ARQ108   DEVOLUCAO NC=" DELIMITED BY SIZE
               NCR-NUMERO DELIMITED BY SIZE
               " FAT=" DELIMITED BY SIZE
               NCR-FAT-NUMERO DELIMITED BY SIZE
               " VLR=" DELIMITED BY SIZE
               WRK-VALOR-EDITADO DELIMITED BY SIZE
               " MOT=" DELIMITED BY SIZE
               NCR-MOTIVO DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO REG-LOG-TRANSACAO.
           WRITE REG-LOG-TRANSACAO.
           CLOSE LOG-TRANSACOES.

       0290-LANCA-CONTA-CORRENTE SECTION.
           MOVE NCR-ID-CLIENTE TO LCP-ID-CLIENTE.
           MOVE NCR-DATA TO LCP-DATA.
           MOVE "NC" TO LCP-TIPO.
           MOVE 'C' TO LCP-NATUREZA.
           MOVE NCR-NUMERO TO LCP-DOCUMENTO.
           MOVE "NOTA DE CREDITO (DEVOLUCAO)" TO LCP-HISTORICO.
           MOVE NCR-VALOR TO LCP-VALOR.
           MOVE "ARQ108" TO LCP-PROGRAMA.
           CALL "ARQ115" USING WRK-LCP-PARAMETROS.

       0295-ESTORNA-PONTOS SECTION.
      *==  O VALOR ABATIDO DE PARCELA ABERTA NUNCA PONTUOU -- SO O
      *==  CREDITO A FAVOR TEM PONTOS A ESTORNAR
           MOVE 'E' TO PNP-FUNCAO.
           MOVE NCR-ID-CLIENTE TO PNP-ID-CLIENTE.
           MOVE NCR-NUMERO TO PNP-DOCUMENTO.
           MOVE WRK-VALOR-CREDITO TO PNP-VALOR.
           MOVE ZEROS TO PNP-PONTOS.
           MOVE "ARQ108" TO PNP-PROGRAMA.
           CALL "ARQ144" USING WRK-PNP-PARAMETROS.
           IF PNP-RESULTADO EQUAL 'S'
               DISPLAY "PONTOS DE FIDELIDADE ESTORNADOS: " PNP-PONTOS
           END-IF.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE FATURAS.
           CLOSE NOTAS.
           CLOSE NOTAS-ITENS.
           IF WRK-ITENS-ABERTO EQUAL 'S'
               CLOSE ITENS
           END-IF.
           MOVE 'L' TO TRV-FUNCAO.
           MOVE "ARQ108" TO TRV-PROGRAMA.
           CALL "ARQ048" USING WRK-TRV-PARAMETROS.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
