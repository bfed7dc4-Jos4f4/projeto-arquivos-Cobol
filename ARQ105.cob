       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ105 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RANKING MENSAL DE PRODUTOS E CURVA ABC -- SOMA
      *==            A RECEITA FATURADA E AS UNIDADES POR PRODUTO A
      *==            PARTIR DAS LINHAS DOS PEDIDOS FATURADOS ('F'),
      *==            TANTO DO ARQUIVO VIVO (PEDIDOS + PEDIDOS-ITENS)
      *==            QUANTO DO HISTORICO DO ARQ097
      *==            (PEDIDOS-HISTORICO.TXT +
      *==            PEDIDOS-ITENS-HISTORICO.TXT); ORDENA POR
      *==            RECEITA, CLASSIFICA CADA PRODUTO EM A/B/C PELA
      *==            PARTICIPACAO ACUMULADA (A ATE 80%, B ATE 95%,
      *==            C O RESTANTE) E MOSTRA A VARIACAO SOBRE O MES
      *==            ANTERIOR, NO ESTILO DO ARQ038
      *==  O MES VEM DE RANKING-PARM.TXT (AAAAMM) -- SEM PARAMETRO E
      *==  O MES ANTERIOR AO DA EXECUCAO (O RELATORIO RODA DEPOIS DO
      *==  FECHAMENTO); O MES DO PEDIDO E O DE PED-DATA
      *==  PEDIDO FATURADO SEM LINHAS DE ITEM (ANTERIOR AO ARQUIVO DE
      *==  ITENS) NAO TEM PRODUTO -- ENTRA SO NO TOTAL "SEM DETALHE"
      *==  EM TEST (AMBIENTE.TXT) A TABELA LIDA E A PRODUTOS-TEST.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT PEDIDOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PEDIDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS FS-PEDIDOS.

           SELECT ITENS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ITENS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITP-CHAVE
               FILE STATUS IS FS-ITENS.

           SELECT HISTORICO ASSIGN TO
               "PEDIDOS-HISTORICO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT ITP-HISTORICO ASSIGN TO
               "PEDIDOS-ITENS-HISTORICO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ITP-HIST.

           SELECT PRODUTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PRODUTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUTOS.

           SELECT PARAMETROS ASSIGN TO
               "RANKING-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-RANKING-PRODUTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD PEDIDOS.
       01 REG-PEDIDOS.
           COPY PEDREG.

       FD ITENS.
       01 REG-ITENS.
           COPY ITPREG.

       FD HISTORICO.
       01 REG-HISTORICO.
           COPY PEDREG REPLACING LEADING ==PED-== BY ==HPD-==.

       FD ITP-HISTORICO.
       01 REG-ITP-HISTORICO.
           COPY ITPREG REPLACING LEADING ==ITP-== BY ==HIT-==.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRDREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.

      *===========RETORNO DA ETAPA PARA A CADEIA (ARQ036)=====
      *==  RETURN-CODE E O STATUS DE SAIDA DO PROCESSO PARA O
      *==  ESCALONADOR; COMO OS PROGRAMAS SAO INITIAL, O ITEM
      *==  EXTERNAL LEVA O MESMO STATUS DE VOLTA AO DRIVER DA
      *==  CADEIA DENTRO DA MESMA EXECUCAO
       01 CADEIA-RETORNO EXTERNAL PIC 9(02).
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-ITENS PIC 9(02) VALUE ZEROS.
       77 FS-HISTORICO PIC 9(02) VALUE ZEROS.
       77 FS-ITP-HIST PIC 9(02) VALUE ZEROS.
       77 FS-PRODUTOS PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-EXEC PIC X(08) VALUE SPACES.
       77 WRK-ITENS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ITENS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PRODUTOS PIC X(30) VALUE SPACES.

      *===========MES DE REFERENCIA E MES ANTERIOR=============
       77 WRK-MES-REF PIC X(06) VALUE SPACES.
       77 WRK-MES-ANT PIC X(06) VALUE SPACES.
       77 WRK-ANO-N PIC 9(04) VALUE ZEROS.
       77 WRK-MES-N PIC 9(02) VALUE ZEROS.
       77 WRK-PERIODO PIC X(01) VALUE SPACES.

      *===========CATALOGO EM MEMORIA (DESCRICOES)=============
       01 WRK-TAB-PRODUTOS.
           05 WRK-PRD-ITEM OCCURS 500 TIMES INDEXED BY WRK-PRD-IDX.
               10 WRK-PRD-CODIGO    PIC X(06).
               10 WRK-PRD-DESCRICAO PIC X(40).
       77 WRK-PRD-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-PRD-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-DESCRICAO PIC X(40) VALUE SPACES.

      *===========ACUMULADO POR PRODUTO=======================
       01 WRK-TAB-RANKING.
           05 WRK-RNK-ITEM OCCURS 500 TIMES INDEXED BY WRK-RNK-IDX.
               10 WRK-RNK-CODIGO       PIC X(06).
               10 WRK-RNK-RECEITA      PIC 9(09)V99.
               10 WRK-RNK-UNIDADES     PIC 9(07).
               10 WRK-RNK-RECEITA-ANT  PIC 9(09)V99.
               10 WRK-RNK-UNIDADES-ANT PIC 9(07).
               10 WRK-RNK-IMPRESSO     PIC X(01).
       77 WRK-RNK-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-RNK-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-RNK-POS PIC 9(03) VALUE ZEROS.
       77 WRK-RNK-MAIOR PIC 9(03) VALUE ZEROS.
       77 WRK-RNK-ORDEM PIC 9(03) VALUE ZEROS.
       77 WRK-RNK-J PIC 9(03) VALUE ZEROS.
       77 WRK-PRODUTO PIC X(06) VALUE SPACES.
       77 WRK-QUANTIDADE PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-LINHA PIC 9(07)V99 VALUE ZEROS.

      *===========PEDIDOS DO HISTORICO NOS DOIS MESES==========
       01 WRK-TAB-HISTORICO.
           05 WRK-HKY-ITEM OCCURS 3000 TIMES INDEXED BY WRK-HKY-IDX.
               10 WRK-HKY-CHAVE   PIC X(12).
               10 WRK-HKY-PERIODO PIC X(01).
               10 WRK-HKY-VALOR   PIC 9(07)V99.
               10 WRK-HKY-LINHAS  PIC 9(03).
       77 WRK-HKY-TOTAL PIC 9(04) VALUE ZEROS.
       77 WRK-HKY-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-CHAVE-ITEM PIC X(12) VALUE SPACES.

      *===========CURVA ABC===================================
       77 WRK-TOT-RECEITA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-RECEITA-ANT PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-UNIDADES PIC 9(09) VALUE ZEROS.
       77 WRK-RECEITA-ACUM PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PERC-ANTES PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PERC-ACUM PIC 9(03)V9 VALUE ZEROS.
       77 WRK-CLASSE PIC X(01) VALUE SPACES.
       77 WRK-LIMITE-A PIC 9(03)V9 VALUE 80.
       77 WRK-LIMITE-B PIC 9(03)V9 VALUE 95.
       77 WRK-VARIACAO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VARIACAO-UNID PIC S9(07) VALUE ZEROS.
       77 WRK-QTDE-A PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-B PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-C PIC 9(03) VALUE ZEROS.
       77 WRK-TOTAL-EDIT PIC ZZZZZZZZZZ9.99.
       77 WRK-DELTA-EDIT PIC +ZZZZZZZZZZ9.99.

      *===========LINHAS DO RELATORIO=========================
       01 WRK-LINHA-TITULO.
           05 FILLER PIC X(04) VALUE " RK ".
           05 FILLER PIC X(07) VALUE "CODIGO ".
           05 FILLER PIC X(21) VALUE "DESCRICAO".
           05 FILLER PIC X(08) VALUE "   UNID.".
           05 FILLER PIC X(13) VALUE "      RECEITA".
           05 FILLER PIC X(06) VALUE " ACUM%".
           05 FILLER PIC X(02) VALUE " C".
           05 FILLER PIC X(14) VALUE "   VAR.MES ANT".
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-ORDEM      PIC ZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-CODIGO     PIC X(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-DESCRICAO  PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-UNIDADES   PIC ZZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-RECEITA    PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-PERC       PIC ZZ9.9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-CLASSE     PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-VARIACAO   PIC +ZZZZZZZZ9.99.
       01 WRK-LINHA-UNIDADES.
           05 WRK-LUN-ORDEM      PIC ZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LUN-CODIGO     PIC X(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LUN-DESCRICAO  PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LUN-UNIDADES   PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LUN-VARIACAO   PIC +ZZZZZZ9.

      *================ACUMULADORES===================================
       77 WRK-ACUM-PEDIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-LINHAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-ITENS PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-SEM-ITENS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LINHAS-PEDIDO PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-EXEC.
           PERFORM 0105-LE-PARAMETROS.
           PERFORM 0110-CARREGA-PRODUTOS.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL 00
               MOVE "ARQUIVO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
      *==  PEDIDOS ANTERIORES AO ARQUIVO DE ITENS NAO TEM LINHAS --
      *==  SEM O ARQUIVO TODOS CAEM NO TOTAL SEM DETALHE
           OPEN INPUT ITENS.
           IF FS-ITENS EQUAL 00
               MOVE 'S' TO WRK-ITENS-ABERTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

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
                   MOVE "PEDIDOS-TEST.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "PEDIDOS-ITENS-TEST.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "PRODUTOS-TEST.TXT" TO WRK-CAMINHO-PRODUTOS
               WHEN "DEV"
                   MOVE "PEDIDOS-DEV.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "PEDIDOS-ITENS-DEV.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "PRODUTOS.TXT" TO WRK-CAMINHO-PRODUTOS
               WHEN OTHER
                   MOVE "\PEDIDOS.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "\PEDIDOS-ITENS.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "PRODUTOS.TXT" TO WRK-CAMINHO-PRODUTOS
           END-EVALUATE.

       0105-LE-PARAMETROS SECTION.
      *==  SEM PARAMETRO VALIDO O MES DE REFERENCIA E O ANTERIOR AO
      *==  DA EXECUCAO
           MOVE SPACES TO WRK-MES-REF.
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS EQUAL 00
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-PARAMETRO (1:6) IS NUMERIC
                           AND REG-PARAMETRO (5:2) >= "01"
                           AND REG-PARAMETRO (5:2) <= "12"
                           MOVE REG-PARAMETRO (1:6) TO WRK-MES-REF
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
           IF WRK-MES-REF EQUAL SPACES
               MOVE WRK-DATA-EXEC (1:4) TO WRK-ANO-N
               MOVE WRK-DATA-EXEC (5:2) TO WRK-MES-N
               PERFORM 0107-RECUA-UM-MES
               MOVE WRK-ANO-N TO WRK-MES-REF (1:4)
               MOVE WRK-MES-N TO WRK-MES-REF (5:2)
           END-IF.
           MOVE WRK-MES-REF (1:4) TO WRK-ANO-N.
           MOVE WRK-MES-REF (5:2) TO WRK-MES-N.
           PERFORM 0107-RECUA-UM-MES.
           MOVE WRK-ANO-N TO WRK-MES-ANT (1:4).
           MOVE WRK-MES-N TO WRK-MES-ANT (5:2).

       0107-RECUA-UM-MES SECTION.
           IF WRK-MES-N EQUAL 1
               MOVE 12 TO WRK-MES-N
               SUBTRACT 1 FROM WRK-ANO-N
           ELSE
               SUBTRACT 1 FROM WRK-MES-N
           END-IF.

       0110-CARREGA-PRODUTOS SECTION.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 00
               READ PRODUTOS
               PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
                   IF WRK-PRD-TOTAL < 500
                       ADD 1 TO WRK-PRD-TOTAL
                       MOVE PRD-CODIGO TO
                           WRK-PRD-CODIGO (WRK-PRD-TOTAL)
                       MOVE PRD-DESCRICAO TO
                           WRK-PRD-DESCRICAO (WRK-PRD-TOTAL)
                   END-IF
                   READ PRODUTOS
               END-PERFORM
               CLOSE PRODUTOS
           END-IF.

       0200-PROCESS SECTION.
           PERFORM 0210-VARRE-PEDIDOS.
           PERFORM 0230-CARREGA-HISTORICO.
           IF WRK-HKY-TOTAL > ZERO
               PERFORM 0240-VARRE-ITENS-HISTORICO
           END-IF.

       0210-VARRE-PEDIDOS SECTION.
           READ PEDIDOS.
           PERFORM UNTIL FS-PEDIDOS NOT EQUAL 00
               MOVE SPACES TO WRK-PERIODO
               IF PED-STATUS EQUAL 'F'
                   IF PED-DATA (1:6) EQUAL WRK-MES-REF
                       MOVE 'R' TO WRK-PERIODO
                   END-IF
                   IF PED-DATA (1:6) EQUAL WRK-MES-ANT
                       MOVE 'A' TO WRK-PERIODO
                   END-IF
               END-IF
               IF WRK-PERIODO NOT EQUAL SPACES
                   ADD 1 TO WRK-ACUM-PEDIDOS
                   MOVE ZEROS TO WRK-LINHAS-PEDIDO
                   IF WRK-ITENS-ABERTO EQUAL 'S'
                       PERFORM 0215-SOMA-ITENS-PEDIDO
                   END-IF
                   IF WRK-LINHAS-PEDIDO EQUAL ZERO
                       AND WRK-PERIODO EQUAL 'R'
                       ADD 1 TO WRK-ACUM-SEM-ITENS
                       ADD PED-VALOR TO WRK-VALOR-SEM-ITENS
                   END-IF
               END-IF
               READ PEDIDOS
           END-PERFORM.

       0215-SOMA-ITENS-PEDIDO SECTION.
      *==  MESMO PERCURSO DE CHAVE COMPOSTA DO ARQ061
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
                           ADD 1 TO WRK-LINHAS-PEDIDO
                           MOVE ITP-PRODUTO TO WRK-PRODUTO
                           MOVE ITP-QUANTIDADE TO WRK-QUANTIDADE
                           MOVE ITP-VALOR-LINHA TO WRK-VALOR-LINHA
                           PERFORM 0250-ACUMULA-PRODUTO
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-ITENS.

       0230-CARREGA-HISTORICO SECTION.
      *==  O HISTORICO E SEQUENCIAL -- OS PEDIDOS FATURADOS DOS DOIS
      *==  MESES FICAM EM MEMORIA PARA CASAR COM AS LINHAS DEPOIS
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO EQUAL 00
               READ HISTORICO
               PERFORM UNTIL FS-HISTORICO NOT EQUAL 00
                   MOVE SPACES TO WRK-PERIODO
                   IF HPD-STATUS EQUAL 'F'
                       IF HPD-DATA (1:6) EQUAL WRK-MES-REF
                           MOVE 'R' TO WRK-PERIODO
                       END-IF
                       IF HPD-DATA (1:6) EQUAL WRK-MES-ANT
                           MOVE 'A' TO WRK-PERIODO
                       END-IF
                   END-IF
                   IF WRK-PERIODO NOT EQUAL SPACES
                       AND WRK-HKY-TOTAL < 3000
                       ADD 1 TO WRK-ACUM-PEDIDOS
                       ADD 1 TO WRK-HKY-TOTAL
                       MOVE HPD-CHAVE TO WRK-HKY-CHAVE (WRK-HKY-TOTAL)
                       MOVE WRK-PERIODO TO
                           WRK-HKY-PERIODO (WRK-HKY-TOTAL)
                       MOVE HPD-VALOR TO WRK-HKY-VALOR (WRK-HKY-TOTAL)
                       MOVE ZEROS TO WRK-HKY-LINHAS (WRK-HKY-TOTAL)
                   END-IF
                   READ HISTORICO
               END-PERFORM
               CLOSE HISTORICO
           END-IF.

       0240-VARRE-ITENS-HISTORICO SECTION.
           OPEN INPUT ITP-HISTORICO.
           IF FS-ITP-HIST EQUAL 00
               READ ITP-HISTORICO
               PERFORM UNTIL FS-ITP-HIST NOT EQUAL 00
                   MOVE HIT-CHAVE (1:12) TO WRK-CHAVE-ITEM
                   MOVE 'N' TO WRK-HKY-ACHADO
                   PERFORM VARYING WRK-HKY-IDX FROM 1 BY 1
                       UNTIL WRK-HKY-IDX > WRK-HKY-TOTAL
                           OR WRK-HKY-ACHADO EQUAL 'S'
                       IF WRK-HKY-CHAVE (WRK-HKY-IDX) EQUAL
                               WRK-CHAVE-ITEM
                           MOVE 'S' TO WRK-HKY-ACHADO
                           ADD 1 TO WRK-HKY-LINHAS (WRK-HKY-IDX)
                           MOVE WRK-HKY-PERIODO (WRK-HKY-IDX) TO
                               WRK-PERIODO
                       END-IF
                   END-PERFORM
                   IF WRK-HKY-ACHADO EQUAL 'S'
                       MOVE HIT-PRODUTO TO WRK-PRODUTO
                       MOVE HIT-QUANTIDADE TO WRK-QUANTIDADE
                       MOVE HIT-VALOR-LINHA TO WRK-VALOR-LINHA
                       PERFORM 0250-ACUMULA-PRODUTO
                   END-IF
                   READ ITP-HISTORICO
               END-PERFORM
               CLOSE ITP-HISTORICO
           END-IF.
           PERFORM VARYING WRK-HKY-IDX FROM 1 BY 1
               UNTIL WRK-HKY-IDX > WRK-HKY-TOTAL
               IF WRK-HKY-LINHAS (WRK-HKY-IDX) EQUAL ZERO
                   AND WRK-HKY-PERIODO (WRK-HKY-IDX) EQUAL 'R'
                   ADD 1 TO WRK-ACUM-SEM-ITENS
                   ADD WRK-HKY-VALOR (WRK-HKY-IDX) TO
                       WRK-VALOR-SEM-ITENS
               END-IF
           END-PERFORM.

       0250-ACUMULA-PRODUTO SECTION.
           ADD 1 TO WRK-ACUM-LINHAS.
           MOVE 'N' TO WRK-RNK-ACHADO.
           PERFORM VARYING WRK-RNK-IDX FROM 1 BY 1
               UNTIL WRK-RNK-IDX > WRK-RNK-TOTAL
                   OR WRK-RNK-ACHADO EQUAL 'S'
               IF WRK-RNK-CODIGO (WRK-RNK-IDX) EQUAL WRK-PRODUTO
                   MOVE 'S' TO WRK-RNK-ACHADO
                   SET WRK-RNK-POS TO WRK-RNK-IDX
               END-IF
           END-PERFORM.
           IF WRK-RNK-ACHADO EQUAL 'N'
               IF WRK-RNK-TOTAL < 500
                   ADD 1 TO WRK-RNK-TOTAL
                   MOVE WRK-RNK-TOTAL TO WRK-RNK-POS
                   MOVE WRK-PRODUTO TO WRK-RNK-CODIGO (WRK-RNK-POS)
                   MOVE ZEROS TO WRK-RNK-RECEITA (WRK-RNK-POS)
                   MOVE ZEROS TO WRK-RNK-UNIDADES (WRK-RNK-POS)
                   MOVE ZEROS TO WRK-RNK-RECEITA-ANT (WRK-RNK-POS)
                   MOVE ZEROS TO WRK-RNK-UNIDADES-ANT (WRK-RNK-POS)
                   MOVE 'S' TO WRK-RNK-ACHADO
               END-IF
           END-IF.
           IF WRK-RNK-ACHADO EQUAL 'S'
               IF WRK-PERIODO EQUAL 'R'
                   ADD WRK-VALOR-LINHA TO
                       WRK-RNK-RECEITA (WRK-RNK-POS)
                   ADD WRK-QUANTIDADE TO
                       WRK-RNK-UNIDADES (WRK-RNK-POS)
                   ADD WRK-VALOR-LINHA TO WRK-TOT-RECEITA
                   ADD WRK-QUANTIDADE TO WRK-TOT-UNIDADES
               ELSE
                   ADD WRK-VALOR-LINHA TO
                       WRK-RNK-RECEITA-ANT (WRK-RNK-POS)
                   ADD WRK-QUANTIDADE TO
                       WRK-RNK-UNIDADES-ANT (WRK-RNK-POS)
                   ADD WRK-VALOR-LINHA TO WRK-TOT-RECEITA-ANT
               END-IF
           END-IF.

       0300-FINISH SECTION.
           CLOSE PEDIDOS.
           IF WRK-ITENS-ABERTO EQUAL 'S'
               CLOSE ITENS
           END-IF.
           PERFORM 0310-IMPRIME-CABECALHO.
           PERFORM 0320-IMPRIME-RANKING.
           PERFORM 0340-IMPRIME-UNIDADES.
           PERFORM 0350-IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "MES DE REFERENCIA....: " WRK-MES-REF.
           DISPLAY "PEDIDOS FATURADOS....: " WRK-ACUM-PEDIDOS.
           DISPLAY "LINHAS SOMADAS.......: " WRK-ACUM-LINHAS.
           DISPLAY "PRODUTOS NO RANKING..: " WRK-RNK-TOTAL.
           DISPLAY "RELATORIO EM RELATORIO-RANKING-PRODUTOS.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-IMPRIME-CABECALHO SECTION.
           MOVE "RANKING DE PRODUTOS E CURVA ABC (RECEITA FATURADA)"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA: " DELIMITED BY SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               "   MES: " DELIMITED BY SIZE
               WRK-MES-REF DELIMITED BY SIZE
               "   COMPARADO COM: " DELIMITED BY SIZE
               WRK-MES-ANT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0320-IMPRIME-RANKING SECTION.
      *==  SELECAO DO MAIOR AINDA NAO IMPRESSO A CADA VOLTA, COMO NO
      *==  TOP DE DDD DO ARQ038 -- A CLASSE SAI DA PARTICIPACAO
      *==  ACUMULADA ANTES DO PRODUTO: QUEM COMECA ABAIXO DE 80% E
      *==  A, ABAIXO DE 95% E B, O RESTO E C
           MOVE ZEROS TO WRK-RECEITA-ACUM.
           PERFORM VARYING WRK-RNK-J FROM 1 BY 1
               UNTIL WRK-RNK-J > WRK-RNK-TOTAL
               MOVE 'N' TO WRK-RNK-IMPRESSO (WRK-RNK-J)
           END-PERFORM.
           PERFORM VARYING WRK-RNK-ORDEM FROM 1 BY 1
               UNTIL WRK-RNK-ORDEM > WRK-RNK-TOTAL
               MOVE ZERO TO WRK-RNK-MAIOR
               PERFORM VARYING WRK-RNK-J FROM 1 BY 1
                   UNTIL WRK-RNK-J > WRK-RNK-TOTAL
                   IF WRK-RNK-IMPRESSO (WRK-RNK-J) EQUAL 'N'
                       IF WRK-RNK-MAIOR EQUAL ZERO
                           MOVE WRK-RNK-J TO WRK-RNK-MAIOR
                       ELSE
                           IF WRK-RNK-RECEITA (WRK-RNK-J) >
                                   WRK-RNK-RECEITA (WRK-RNK-MAIOR)
                               MOVE WRK-RNK-J TO WRK-RNK-MAIOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'S' TO WRK-RNK-IMPRESSO (WRK-RNK-MAIOR)
               PERFORM 0325-CLASSIFICA-PRODUTO
               PERFORM 0330-IMPRIME-PRODUTO
           END-PERFORM.

       0325-CLASSIFICA-PRODUTO SECTION.
           MOVE ZEROS TO WRK-PERC-ANTES WRK-PERC-ACUM.
           IF WRK-TOT-RECEITA > ZERO
               COMPUTE WRK-PERC-ANTES ROUNDED =
                   WRK-RECEITA-ACUM * 100 / WRK-TOT-RECEITA
           END-IF.
           ADD WRK-RNK-RECEITA (WRK-RNK-MAIOR) TO WRK-RECEITA-ACUM.
           IF WRK-TOT-RECEITA > ZERO
               COMPUTE WRK-PERC-ACUM ROUNDED =
                   WRK-RECEITA-ACUM * 100 / WRK-TOT-RECEITA
           END-IF.
           EVALUATE TRUE
               WHEN WRK-RNK-RECEITA (WRK-RNK-MAIOR) EQUAL ZERO
                   MOVE 'C' TO WRK-CLASSE
               WHEN WRK-PERC-ANTES < WRK-LIMITE-A
                   MOVE 'A' TO WRK-CLASSE
               WHEN WRK-PERC-ANTES < WRK-LIMITE-B
                   MOVE 'B' TO WRK-CLASSE
               WHEN OTHER
                   MOVE 'C' TO WRK-CLASSE
           END-EVALUATE.
           EVALUATE WRK-CLASSE
               WHEN 'A'
                   ADD 1 TO WRK-QTDE-A
               WHEN 'B'
                   ADD 1 TO WRK-QTDE-B
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-C
           END-EVALUATE.

       0330-IMPRIME-PRODUTO SECTION.
           MOVE WRK-RNK-CODIGO (WRK-RNK-MAIOR) TO WRK-PRODUTO.
           PERFORM 0360-PROCURA-DESCRICAO.
           COMPUTE WRK-VARIACAO = WRK-RNK-RECEITA (WRK-RNK-MAIOR)
               - WRK-RNK-RECEITA-ANT (WRK-RNK-MAIOR).
           MOVE WRK-RNK-ORDEM TO WRK-LIN-ORDEM.
           MOVE WRK-PRODUTO TO WRK-LIN-CODIGO.
           MOVE WRK-DESCRICAO TO WRK-LIN-DESCRICAO.
           MOVE WRK-RNK-UNIDADES (WRK-RNK-MAIOR) TO WRK-LIN-UNIDADES.
           MOVE WRK-RNK-RECEITA (WRK-RNK-MAIOR) TO WRK-LIN-RECEITA.
           MOVE WRK-PERC-ACUM TO WRK-LIN-PERC.
           MOVE WRK-CLASSE TO WRK-LIN-CLASSE.
           MOVE WRK-VARIACAO TO WRK-LIN-VARIACAO.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0340-IMPRIME-UNIDADES SECTION.
      *==  OS 10 PRODUTOS QUE MAIS SAIRAM EM UNIDADES, COM A
      *==  VARIACAO DE UNIDADES SOBRE O MES ANTERIOR
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "PRODUTOS MAIS VENDIDOS EM UNIDADES (VAR. MES ANT.):"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-RNK-J FROM 1 BY 1
               UNTIL WRK-RNK-J > WRK-RNK-TOTAL
               MOVE 'N' TO WRK-RNK-IMPRESSO (WRK-RNK-J)
           END-PERFORM.
           PERFORM VARYING WRK-RNK-ORDEM FROM 1 BY 1
               UNTIL WRK-RNK-ORDEM > 10
                   OR WRK-RNK-ORDEM > WRK-RNK-TOTAL
               MOVE ZERO TO WRK-RNK-MAIOR
               PERFORM VARYING WRK-RNK-J FROM 1 BY 1
                   UNTIL WRK-RNK-J > WRK-RNK-TOTAL
                   IF WRK-RNK-IMPRESSO (WRK-RNK-J) EQUAL 'N'
                       IF WRK-RNK-MAIOR EQUAL ZERO
                           MOVE WRK-RNK-J TO WRK-RNK-MAIOR
                       ELSE
                           IF WRK-RNK-UNIDADES (WRK-RNK-J) >
                                   WRK-RNK-UNIDADES (WRK-RNK-MAIOR)
                               MOVE WRK-RNK-J TO WRK-RNK-MAIOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'S' TO WRK-RNK-IMPRESSO (WRK-RNK-MAIOR)
               MOVE WRK-RNK-CODIGO (WRK-RNK-MAIOR) TO WRK-PRODUTO
               PERFORM 0360-PROCURA-DESCRICAO
               COMPUTE WRK-VARIACAO-UNID =
                   WRK-RNK-UNIDADES (WRK-RNK-MAIOR)
                   - WRK-RNK-UNIDADES-ANT (WRK-RNK-MAIOR)
               MOVE WRK-RNK-ORDEM TO WRK-LUN-ORDEM
               MOVE WRK-PRODUTO TO WRK-LUN-CODIGO
               MOVE WRK-DESCRICAO TO WRK-LUN-DESCRICAO
               MOVE WRK-RNK-UNIDADES (WRK-RNK-MAIOR) TO
                   WRK-LUN-UNIDADES
               MOVE WRK-VARIACAO-UNID TO WRK-LUN-VARIACAO
               MOVE WRK-LINHA-UNIDADES TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.

       0350-IMPRIME-TOTAIS SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-RECEITA TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RECEITA DO MES.........: " DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           COMPUTE WRK-VARIACAO = WRK-TOT-RECEITA
               - WRK-TOT-RECEITA-ANT.
           MOVE WRK-VARIACAO TO WRK-DELTA-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "VARIACAO SOBRE O MES...: " DELIMITED BY SIZE
               WRK-DELTA-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "UNIDADES DO MES........: " DELIMITED BY SIZE
               WRK-TOT-UNIDADES DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PRODUTOS A / B / C.....: " DELIMITED BY SIZE
               WRK-QTDE-A DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WRK-QTDE-B DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WRK-QTDE-C DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-VALOR-SEM-ITENS TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "SEM DETALHE DE PRODUTO.: " DELIMITED BY SIZE
               WRK-ACUM-SEM-ITENS DELIMITED BY SIZE
               " PEDIDOS, VALOR " DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0360-PROCURA-DESCRICAO SECTION.
           MOVE "(FORA DO CATALOGO)" TO WRK-DESCRICAO.
           MOVE 'N' TO WRK-PRD-ACHADO.
           PERFORM VARYING WRK-PRD-IDX FROM 1 BY 1
               UNTIL WRK-PRD-IDX > WRK-PRD-TOTAL
                   OR WRK-PRD-ACHADO EQUAL 'S'
               IF WRK-PRD-CODIGO (WRK-PRD-IDX) EQUAL WRK-PRODUTO
                   MOVE WRK-PRD-DESCRICAO (WRK-PRD-IDX) TO
                       WRK-DESCRICAO
                   MOVE 'S' TO WRK-PRD-ACHADO
               END-IF
           END-PERFORM.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           MOVE 8 TO CADEIA-RETORNO.
           GOBACK.
