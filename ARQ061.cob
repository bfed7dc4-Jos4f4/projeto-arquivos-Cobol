      *==            ACEITA A OPERACAO; A TRANSACAO E CARIMBADA COM O
      *==            OPERADOR DA SESSAO (OPERADOR-SESSAO.TXT) NO LOG
      *==            DE TRANSACOES, COMO O ARQ010 FAZ NA INATIVACAO
      *==  O PEDIDO E FATURADO OU CANCELADO INTEIRO: AS LINHAS DO
      *==  ARQUIVO DE ITENS (PEDIDOS-ITENS) SAO EXIBIDAS ANTES DA
      *==  CONFIRMACAO E SEGUEM O STATUS DO CABECALHO
      *==  O ESTOQUE ACOMPANHA A OPERACAO (ARQ102): O CANCELAMENTO
      *==  LIBERA A RESERVA DE CADA LINHA E O FATURAMENTO BAIXA A
      *==  QUANTIDADE DO SALDO E DA RESERVA
      *==  PEDIDO DATADO EM MES FECHADO PELO FECHAMENTO MENSAL (ARQ126,
      *==  MODULO ARQ127) NAO PODE MAIS SER FATURADO
      *==  NO CANCELAMENTO, OS PONTOS DE FIDELIDADE RESGATADOS COMO
      *==  DESCONTO NO PEDIDO (ARQ095) VOLTAM AO SALDO DO CLIENTE
      *==  (MODULO ARQ144)
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

           SELECT LOG-TRANSACOES ASSIGN TO
               "CLIENTES-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 REG-PEDIDOS.
           COPY PEDREG.

       FD ITENS.
       01 REG-ITENS.
           COPY ITPREG.

       FD LOG-TRANSACOES.
       01 REG-LOG-TRANSACAO PIC X(80).

       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ITENS PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-ITENS PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-STATUS-NOVO PIC X(01) VALUE SPACES.
       77 WRK-VALOR-EDITADO PIC ZZZZZZ9.99.

      *===========LINHAS DO PEDIDO (PEDIDOS-ITENS)============
       77 WRK-ITENS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-QTDE-ITENS PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-EDITADA PIC ZZZZ9.

      *===========ESTOQUE (ARQ102)============================
       01 WRK-MVE-PARAMETROS.
           COPY MVEPRM.

      *===========PONTOS DE FIDELIDADE (ARQ144)===============
       01 WRK-PNP-PARAMETROS.
           COPY PNPPRM.

      *===========PERIODO FECHADO (ARQ127)====================
       01 WRK-PFP-PARAMETROS.
           COPY PFPPRM.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
               MOVE "PEDIDOS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
      *==  PEDIDOS ANTERIORES AO ARQUIVO DE ITENS NAO TEM LINHAS --
      *==  SEM O ARQUIVO A OPERACAO SEGUE SO COM O CABECALHO
           OPEN INPUT ITENS.
           IF FS-ITENS EQUAL 00
               MOVE 'S' TO WRK-ITENS-ABERTO
           END-IF.
           DISPLAY "DIGITE O ID DO CLIENTE".
           ACCEPT WRK-ID.
           DISPLAY "DIGITE A SEQUENCIA DO PEDIDO".
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-TEST.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "PEDIDOS-ITENS-TEST.txt" TO
                       WRK-CAMINHO-ITENS
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-DEV.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "PEDIDOS-ITENS-DEV.txt" TO
                       WRK-CAMINHO-ITENS
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "\PEDIDOS-ITENS.txt" TO
                       WRK-CAMINHO-ITENS
           END-EVALUATE.

       0200-PROCESS SECTION.
           DISPLAY "DESCRICAO...   " PED-DESCRICAO.
           DISPLAY "VALOR.......   " WRK-VALOR-EDITADO.
           DISPLAY "STATUS......   " PED-STATUS.
           IF WRK-ITENS-ABERTO EQUAL 'S'
               PERFORM 0215-EXIBE-ITENS
           END-IF.
           DISPLAY "===============================".

       0215-EXIBE-ITENS SECTION.
      *==  MESMO PERCURSO DE CHAVE COMPOSTA DO ARQ028, AGORA NO
      *==  NIVEL DAS LINHAS DO PEDIDO
           MOVE ZEROS TO WRK-QTDE-ITENS.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE PED-ID-CLIENTE TO ITP-ID-CLIENTE.
           MOVE PED-SEQUENCIA TO ITP-SEQUENCIA.
           MOVE ZEROS TO ITP-LINHA.
           START ITENS KEY IS GREATER THAN ITP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ ITENS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF ITP-ID-CLIENTE EQUAL PED-ID-CLIENTE
                           AND ITP-SEQUENCIA EQUAL PED-SEQUENCIA
                           ADD 1 TO WRK-QTDE-ITENS
                           MOVE ITP-QUANTIDADE TO WRK-QTDE-EDITADA
                           MOVE ITP-VALOR-LINHA TO WRK-VALOR-EDITADO
                           DISPLAY "  ITEM " ITP-LINHA " "
                               ITP-PRODUTO " QTD " WRK-QTDE-EDITADA
                               " VALOR " WRK-VALOR-EDITADO
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-ITENS.
           IF WRK-QTDE-ITENS EQUAL ZERO
               DISPLAY "  (PEDIDO SEM LINHAS DE ITEM)"
           END-IF.

       0220-ACEITA-OPERACAO SECTION.
           DISPLAY "OPERACAO (F=FATURAR C=CANCELAR)...".
           ACCEPT WRK-OPERACAO.
           EVALUATE WRK-OPERACAO
               WHEN 'F'
               WHEN 'f'
      *==  A RECEITA DO ARQ069 E APURADA PELA DATA DO PEDIDO --
      *==  PEDIDO DE MES JA FECHADO (ARQ126) NAO FATURA MAIS; O
      *==  CANCELAMENTO DE PEDIDO ABERTO NAO MEXE NA RECEITA
                   MOVE 'V' TO PFP-FUNCAO
                   MOVE PED-DATA TO PFP-DATA
                   CALL "ARQ127" USING WRK-PFP-PARAMETROS
                   IF PFP-RESULTADO EQUAL 'F'
                       DISPLAY "PERIODO DO PEDIDO FECHADO -- "
                           "FATURAMENTO RECUSADO"
                   ELSE
                       MOVE 'F' TO WRK-STATUS-NOVO
                       MOVE "FATURAMENTO" TO WRK-OPERACAO-DESC
                       MOVE "00" TO WRK-MOTIVO
                       PERFORM 0230-APLICA-OPERACAO
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WRK-STATUS-NOVO
                   NOT INVALID KEY
                       DISPLAY WRK-OPERACAO-DESC " EFETUADO"
                       PERFORM 0240-GRAVA-LOG-TRANSACAO
                       IF WRK-ITENS-ABERTO EQUAL 'S'
                           PERFORM 0235-MOVIMENTA-ESTOQUE
                       END-IF
                       IF WRK-STATUS-NOVO EQUAL 'C'
                           PERFORM 0237-DEVOLVE-PONTOS
                       END-IF
               END-REWRITE
           ELSE
               DISPLAY WRK-OPERACAO-DESC " ABANDONADO"
           END-IF.

       0235-MOVIMENTA-ESTOQUE SECTION.
      *==  MESMO PERCURSO DO 0215 -- CADA LINHA DO PEDIDO LIBERA
      *==  ('L') OU BAIXA ('B') A SUA QUANTIDADE NO ESTOQUE
           IF WRK-STATUS-NOVO EQUAL 'F'
               MOVE 'B' TO MVE-FUNCAO
           ELSE
               MOVE 'L' TO MVE-FUNCAO
           END-IF.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE PED-ID-CLIENTE TO ITP-ID-CLIENTE.
           MOVE PED-SEQUENCIA TO ITP-SEQUENCIA.
           MOVE ZEROS TO ITP-LINHA.
           START ITENS KEY IS GREATER THAN ITP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ ITENS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF ITP-ID-CLIENTE EQUAL PED-ID-CLIENTE
                           AND ITP-SEQUENCIA EQUAL PED-SEQUENCIA
                           MOVE ITP-PRODUTO TO MVE-PRODUTO
                           MOVE ITP-QUANTIDADE TO MVE-QUANTIDADE
                           CALL "ARQ102" USING WRK-MVE-PARAMETROS
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-ITENS.

       0237-DEVOLVE-PONTOS SECTION.
      *==  O MODULO APURA NO EXTRATO DE PONTOS O QUE O PEDIDO AINDA
      *==  TEM DE RESGATE -- PEDIDO SEM RESGATE NAO GERA LANCAMENTO
           MOVE 'C' TO PNP-FUNCAO.
           MOVE PED-ID-CLIENTE TO PNP-ID-CLIENTE.
           MOVE SPACES TO PNP-DOCUMENTO.
           STRING PED-ID-CLIENTE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               PED-SEQUENCIA DELIMITED BY SIZE
               INTO PNP-DOCUMENTO.
           MOVE ZEROS TO PNP-VALOR.
           MOVE ZEROS TO PNP-PONTOS.
           MOVE "ARQ061" TO PNP-PROGRAMA.
           CALL "ARQ144" USING WRK-PNP-PARAMETROS.
           IF PNP-RESULTADO EQUAL 'S'
               DISPLAY "PONTOS DO RESGATE DEVOLVIDOS: " PNP-PONTOS
           END-IF.

       0245-LE-OPERADOR-SESSAO SECTION.
      *==  O CODIGO GRAVADO PELO SIGN-ON DO ARQ000 IDENTIFICA QUEM
      *==  EXECUTOU A TRANSACAO NO LOG -- SEM SESSAO ATIVA (EXECUCAO
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           IF WRK-ITENS-ABERTO EQUAL 'S'
               CLOSE ITENS
           END-IF.
           MOVE 'L' TO TRV-FUNCAO.
           MOVE "ARQ061" TO TRV-PROGRAMA.
           CALL "ARQ048" USING WRK-TRV-PARAMETROS.
