      *==            (LIMITE-CREDITO, MANTIDO PELO ARQ068) RECUSA O
      *==            PEDIDO, SALVO LIBERACAO DE OPERADOR NIVEL 3,
      *==            QUE FICA REGISTRADA NO LOG DE TRANSACOES
      *==  O PEDIDO PODE TER VARIOS PRODUTOS: CADA CODIGO + QUANTIDADE
      *==  VIRA UMA LINHA NO ARQUIVO DE ITENS (PEDIDOS-ITENS, CHAVE
      *==  DO PEDIDO + LINHA) E O REGISTRO DE PEDIDOS FICA COMO
      *==  CABECALHO COM A SOMA DAS LINHAS -- UM PEDIDO, UMA FATURA
      *==  CADA ITEM E CONFERIDO CONTRA O DISPONIVEL DO ESTOQUE
      *==  (MODULO ARQ102): FALTA DE ESTOQUE E AVISADA E O ITEM SO
      *==  ENTRA SE O OPERADOR CONFIRMAR; GRAVADO O PEDIDO, A
      *==  QUANTIDADE DE CADA LINHA FICA RESERVADA NO ESTOQUE
      *==  O PRECO DO ITEM E O VIGENTE NA DATA DO PEDIDO NO HISTORICO
      *==  DE PRECOS (ARQ106); SEM VIGENCIA VALE O DO CATALOGO
      *==  A CONDICAO DE PAGAMENTO (TABELA DO ARQ110) FICA NO SATELITE
      *==  PEDIDOS-CONDICAO E O ARQ064 PARCELA A FATURA POR ELA
      *==  MES FECHADO PELO FECHAMENTO MENSAL (ARQ126, MODULO ARQ127)
      *==  NAO RECEBE PEDIDO
      *==  O ICMS DE CADA ITEM SAI DA ALIQUOTA DA UF DO CLIENTE PARA A
      *==  CLASSE FISCAL DO PRODUTO (MODULO ARQ129, TABELA DO ARQ128)
      *==  E O TOTAL DO PEDIDO E EXIBIDO COM O VALOR; CLIENTE SEM
      *==  ENDERECO ESTRUTURADO (SEM REG-UF) TEM O PEDIDO RECUSADO E
      *==  PRODUTO SEM ALIQUOTA PARA A UF TEM O ITEM IGNORADO
      *==  CLIENTE DE GRUPO ECONOMICO (GRUPOS-ECONOMICOS, ARQ134) COM
      *==  LIMITE CONSOLIDADO TEM TAMBEM A EXPOSICAO SOMADA DE TODOS OS
      *==  MEMBROS CONFERIDA CONTRA O LIMITE DO GRUPO, COM A MESMA
      *==  LIBERACAO NIVEL 3
      *==  O VENDEDOR DERIVADO E O VIGENTE NA DATA DO PEDIDO
      *==  (CARTEIRA OU HISTORICO DE TERRITORIOS, MODULO ARQ150)
      *==  O PEDIDO GRAVADO VAI PARA O LOG DE TRANSACOES COM O
      *==  OPERADOR DA SESSAO (INCLUSAO-PEDIDO)
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITP-CHAVE
               FILE STATUS IS FS-ITENS.

           SELECT PRODUTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PRODUTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUTOS.

               RECORD KEY IS LIM-ID-CLIENTE
               FILE STATUS IS FS-LIMITES.

           SELECT GRUPOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-GRUPOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEC-ID-CLIENTE
               ALTERNATE RECORD KEY IS GEC-ID-CABECA
                   WITH DUPLICATES
               FILE STATUS IS FS-GRUPOS.

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               FILE STATUS IS FS-FATURAS.


           SELECT PED-VENDEDOR ASSIGN TO
               DYNAMIC WRK-CAMINHO-PDV
               ORGANIZATION IS INDEXED
               RECORD KEY IS PDV-CHAVE
               FILE STATUS IS FS-PDV.

           SELECT PED-CONDICAO ASSIGN TO
               DYNAMIC WRK-CAMINHO-PCP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCP-CHAVE
               FILE STATUS IS FS-PCP.

           SELECT CONDICOES ASSIGN TO
               "CONDICOES-PAGAMENTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONDICOES.

           SELECT OPERADORES ASSIGN TO
               "OPERADORES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 REG-PEDIDOS.
           COPY PEDREG.

       FD ITENS.
       01 REG-ITENS.
           COPY ITPREG.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRDREG.
       01 REG-LIMITE.
           COPY LIMREG.

       FD GRUPOS.
       01 REG-GRUPO.
           COPY GECREG.

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.


       FD PED-VENDEDOR.
       01 REG-PED-VENDEDOR.
           COPY PDVREG.

       FD PED-CONDICAO.
       01 REG-PED-CONDICAO.
           COPY PCPREG.

       FD CONDICOES.
       01 REG-CONDICAO.
           COPY CPGREG.

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPR-CODIGO PIC X(04).
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CREDITO PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-LIMITES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-GRUPOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ITENS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PRODUTOS PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 WRK-PRD-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-PRD-DESCRICAO PIC X(40) VALUE SPACES.
       77 WRK-PRD-PRECO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRD-CLASSE PIC X(02) VALUE SPACES.
       77 WRK-VALOR-EDITADO PIC ZZZZZZ9.99.

      *===========LINHAS DO PEDIDO (PEDIDOS-ITENS)============
       77 FS-ITENS PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-ITENS.
           05 WRK-ITEM OCCURS 20 TIMES
               INDEXED BY WRK-ITEM-IDX.
               10 WRK-ITEM-PRODUTO   PIC X(06).
               10 WRK-ITEM-DESCRICAO PIC X(40).
               10 WRK-ITEM-QTDE      PIC 9(03).
               10 WRK-ITEM-PRECO     PIC 9(07)V99.
               10 WRK-ITEM-VALOR     PIC 9(07)V99.
       77 WRK-ITEM-TOTAL PIC 9(02) VALUE ZEROS.
       77 WRK-ITEM-OK PIC X(01) VALUE 'S'.
       77 WRK-FIM-ITENS PIC X(01) VALUE 'N'.
       77 WRK-VALOR-LINHA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ITENS-EDITADO PIC Z9.

      *===========ESTOQUE DO PRODUTO (ARQ102)=================
       01 WRK-MVE-PARAMETROS.
           COPY MVEPRM.
       77 WRK-QTDE-NO-PEDIDO PIC 9(07) VALUE ZEROS.
       77 WRK-CONFIRMA-ESTOQUE PIC X(01) VALUE SPACES.
       77 WRK-DISP-EDITADO PIC ZZZZZZ9.

      *===========PRECO VIGENTE NA DATA DO PEDIDO (ARQ106)====
       01 WRK-PRC-PARAMETROS.
           COPY PRCPRM.

      *===========VERIFICACAO DE CREDITO======================
       77 FS-CREDITO PIC 9(02) VALUE ZEROS.
       77 FS-LIMITES PIC 9(02) VALUE ZEROS.
       77 WRK-FATURAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CREDITO-OK PIC X(01) VALUE 'S'.
       77 WRK-BLOQUEIO-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-BLOQUEIO-GRUPO PIC X(30) VALUE SPACES.
       77 WRK-EXPOSICAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-EXPOSICAO-EDITADA PIC ZZZZZZZZ9.99.
       77 WRK-LIMITE-CLIENTE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TEM-LIMITE PIC X(01) VALUE 'N'.
       77 WRK-EXP-ID PIC 9(07) VALUE ZEROS.

      *===========LIMITE CONSOLIDADO DO GRUPO ECONOMICO=========
       77 FS-GRUPOS PIC 9(02) VALUE ZEROS.
       77 WRK-GRUPOS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-GEC-CABECA PIC 9(07) VALUE ZEROS.
       77 WRK-GEC-LIMITE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-GEC-EXPOSICAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GEC-FIM PIC X(01) VALUE 'N'.
       77 WRK-SUPERVISOR PIC X(04) VALUE SPACES.
       77 WRK-SUPERVISOR-OK PIC X(01) VALUE 'N'.
       77 WRK-OPERADOR PIC X(04) VALUE "????".


      *===========VENDEDOR DO PEDIDO (ARQ099)=================
       77 FS-PDV PIC 9(02) VALUE ZEROS.
       77 WRK-CAMINHO-PDV PIC X(30) VALUE SPACES.
       77 WRK-VENDEDOR PIC X(03) VALUE SPACES.
       01 WRK-VVP-PARAMETROS.
           COPY VVPPRM.

      *===========CONDICAO DE PAGAMENTO DO PEDIDO (ARQ110)====
       77 FS-PCP PIC 9(02) VALUE ZEROS.
       77 FS-CONDICOES PIC 9(02) VALUE ZEROS.
       77 WRK-CAMINHO-PCP PIC X(30) VALUE SPACES.
       77 WRK-CONDICAO PIC X(03) VALUE SPACES.
       77 WRK-CONDICAO-ACHADA PIC X(01) VALUE 'N'.

      *===========PERIODO FECHADO (ARQ127)====================
       01 WRK-PFP-PARAMETROS.
           COPY PFPPRM.

      *===========ICMS DO PEDIDO (ARQ129)=====================
       01 WRK-ICP-PARAMETROS.
           COPY ICPPRM.
       77 WRK-UF-DESTINO PIC X(02) VALUE SPACES.
       77 WRK-VALOR-ICMS PIC 9(07)V99 VALUE ZEROS.

      *===========GERACAO DA SEQUENCIA DO PEDIDO==============
       77 WRK-ULTIMA-SEQ PIC 9(05) VALUE ZEROS.
               MOVE "PEDIDOS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O ITENS.
           IF FS-ITENS EQUAL 35
               OPEN OUTPUT ITENS
               CLOSE ITENS
               OPEN I-O ITENS
           END-IF.
           IF FS-ITENS NOT EQUAL 00
               MOVE "PEDIDOS-ITENS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0105-ABRE-ARQUIVOS-CREDITO.
           DISPLAY "DIGITE O ID DO CLIENTE".
           ACCEPT WRK-ID.
           IF FS-LIMITES EQUAL 00
               MOVE 'S' TO WRK-LIMITES-ABERTO
           END-IF.
           OPEN INPUT GRUPOS.
           IF FS-GRUPOS EQUAL 00
               MOVE 'S' TO WRK-GRUPOS-ABERTO
           END-IF.
           OPEN INPUT FATURAS.
           IF FS-FATURAS EQUAL 00
               MOVE 'S' TO WRK-FATURAS-ABERTO
                       WRK-CAMINHO-CREDITO
                   MOVE "LIMITE-CREDITO-TEST.txt" TO
                       WRK-CAMINHO-LIMITES
                   MOVE "GRUPOS-ECONOMICOS-TEST.txt" TO
                       WRK-CAMINHO-GRUPOS
                   MOVE "FATURAS-TEST.txt" TO
                       WRK-CAMINHO-FATURAS
                   MOVE "PRODUTOS-TEST.TXT" TO WRK-CAMINHO-PRODUTOS
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-DEV.txt" TO
                       WRK-CAMINHO-CREDITO
                   MOVE "LIMITE-CREDITO-DEV.txt" TO
                       WRK-CAMINHO-LIMITES
                   MOVE "GRUPOS-ECONOMICOS-DEV.txt" TO
                       WRK-CAMINHO-GRUPOS
                   MOVE "FATURAS-DEV.txt" TO
                       WRK-CAMINHO-FATURAS
                   MOVE "PRODUTOS.TXT" TO WRK-CAMINHO-PRODUTOS
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS.txt" TO
                       WRK-CAMINHO-CREDITO
                   MOVE "\LIMITE-CREDITO.txt" TO
                       WRK-CAMINHO-LIMITES
                   MOVE "\GRUPOS-ECONOMICOS.txt" TO
                       WRK-CAMINHO-GRUPOS
                   MOVE "\FATURAS.txt" TO
                       WRK-CAMINHO-FATURAS
                   MOVE "PRODUTOS.TXT" TO WRK-CAMINHO-PRODUTOS
           END-EVALUATE.
           EVALUATE WRK-AMBIENTE
               WHEN "TEST"
                   MOVE "PEDIDOS-VENDEDOR-TEST.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "PEDIDOS-CONDICAO-TEST.txt" TO
                       WRK-CAMINHO-PCP
                   MOVE "PEDIDOS-ITENS-TEST.txt" TO
                       WRK-CAMINHO-ITENS
               WHEN "DEV"
                   MOVE "PEDIDOS-VENDEDOR-DEV.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "PEDIDOS-CONDICAO-DEV.txt" TO
                       WRK-CAMINHO-PCP
                   MOVE "PEDIDOS-ITENS-DEV.txt" TO
                       WRK-CAMINHO-ITENS
               WHEN OTHER
                   MOVE "\PEDIDOS-VENDEDOR.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "\PEDIDOS-CONDICAO.txt" TO
                       WRK-CAMINHO-PCP
                   MOVE "\PEDIDOS-ITENS.txt" TO
                       WRK-CAMINHO-ITENS
           END-EVALUATE.

       0200-PROCESS SECTION.

       0210-INCLUI-PEDIDO SECTION.
           DISPLAY "CLIENTE...   " REG-NOME.
      *==  O PEDIDO NASCE COM A DATA DE HOJE -- MES JA FECHADO PELO
      *==  FECHAMENTO MENSAL (ARQ126) NAO RECEBE PEDIDO
           MOVE 'V' TO PFP-FUNCAO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PFP-DATA.
           CALL "ARQ127" USING WRK-PFP-PARAMETROS.
           IF PFP-RESULTADO EQUAL 'F'
               DISPLAY "PERIODO FECHADO -- PEDIDO RECUSADO"
               GOBACK
           END-IF.
      *==  O ICMS DEPENDE DA UF DE DESTINO -- SEM ENDERECO
      *==  ESTRUTURADO NAO HA COMO TRIBUTAR O PEDIDO
           IF REG-UF IS ALPHABETIC AND REG-UF NOT EQUAL SPACES
               AND REG-CEP IS NUMERIC
               MOVE REG-UF TO WRK-UF-DESTINO
           ELSE
               DISPLAY "ENDERECO NAO ESTRUTURADO (SEM UF) -- "
                   "PEDIDO RECUSADO"
               GOBACK
           END-IF.
           PERFORM 0212-ACEITA-ITENS.
           IF WRK-ITEM-TOTAL EQUAL ZERO
               DISPLAY "NENHUM ITEM INFORMADO -- PEDIDO RECUSADO"
               GOBACK
           END-IF.
           PERFORM 0218-MONTA-DESCRICAO.
           MOVE WRK-VALOR TO WRK-VALOR-EDITADO.
           DISPLAY "VALOR DO PEDIDO...   " WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-ICMS TO WRK-VALOR-EDITADO.
           DISPLAY "ICMS (" WRK-UF-DESTINO ")........   "
               WRK-VALOR-EDITADO.
           PERFORM 0230-VERIFICA-CREDITO.
           IF WRK-CREDITO-OK NOT EQUAL 'S'
               DISPLAY "PEDIDO RECUSADO -- " WRK-BLOQUEIO-MOTIVO
           IF WRK-VENDEDOR EQUAL SPACES
               PERFORM 0270-DERIVA-VENDEDOR
           END-IF.
           DISPLAY "CONDICAO DE PAGAMENTO (ENTER=30 DIAS)...".
           MOVE SPACES TO WRK-CONDICAO.
           ACCEPT WRK-CONDICAO.
           IF WRK-CONDICAO NOT EQUAL SPACES
               PERFORM 0275-VALIDA-CONDICAO
               IF WRK-CONDICAO EQUAL SPACES
                   DISPLAY "CONDICAO NAO CADASTRADA -- 30 DIAS"
               END-IF
           END-IF.
           PERFORM 0220-GERA-SEQUENCIA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-ID TO PED-ID-CLIENTE.
                   DISPLAY "ERRO AO GRAVAR PEDIDO"
               NOT INVALID KEY
                   DISPLAY "PEDIDO GRAVADO -- SEQUENCIA " PED-SEQUENCIA
                   PERFORM 0290-GRAVA-ITENS
                   PERFORM 0295-RESERVA-ESTOQUE
                   PERFORM 0280-REGISTRA-VENDEDOR
                   PERFORM 0285-REGISTRA-CONDICAO
                   PERFORM 0297-GRAVA-LOG-PEDIDO
           END-WRITE.

       0212-ACEITA-ITENS SECTION.
      *==  UM PRODUTO POR VEZ ATE O ENTER EM BRANCO -- ITEM COM
      *==  PRODUTO OU QUANTIDADE INVALIDA E IGNORADO E A DIGITACAO
      *==  SEGUE, SEM PERDER AS LINHAS JA ACEITAS
           MOVE ZEROS TO WRK-ITEM-TOTAL.
           MOVE ZEROS TO WRK-VALOR.
           MOVE ZEROS TO WRK-VALOR-ICMS.
           MOVE 'N' TO WRK-FIM-ITENS.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL 'S'
               DISPLAY "CODIGO DO PRODUTO (ENTER=FIM DO PEDIDO)..."
               MOVE SPACES TO WRK-CODIGO-PRODUTO
               ACCEPT WRK-CODIGO-PRODUTO
               IF WRK-CODIGO-PRODUTO EQUAL SPACES
                   MOVE 'S' TO WRK-FIM-ITENS
               ELSE
                   PERFORM 0214-ACEITA-ITEM
                   IF WRK-ITEM-TOTAL EQUAL 20
                       DISPLAY "LIMITE DE 20 ITENS POR PEDIDO"
                       MOVE 'S' TO WRK-FIM-ITENS
                   END-IF
               END-IF
           END-PERFORM.

       0214-ACEITA-ITEM SECTION.
           MOVE 'S' TO WRK-ITEM-OK.
           PERFORM 0215-PROCURA-PRODUTO.
           IF WRK-PRD-ACHADO NOT EQUAL 'S'
               DISPLAY "PRODUTO NAO CADASTRADO -- ITEM IGNORADO"
               MOVE 'N' TO WRK-ITEM-OK
           END-IF.
           IF WRK-ITEM-OK EQUAL 'S'
               MOVE ZEROS TO ICP-BASE
               PERFORM 0217-CALCULA-ICMS
               IF ICP-RESULTADO NOT EQUAL 'S'
                   DISPLAY "PRODUTO SEM ALIQUOTA DE ICMS PARA "
                       WRK-UF-DESTINO " -- ITEM IGNORADO"
                   MOVE 'N' TO WRK-ITEM-OK
               END-IF
           END-IF.
           IF WRK-ITEM-OK EQUAL 'S'
               DISPLAY "PRODUTO...   " WRK-PRD-DESCRICAO
               DISPLAY "DIGITE A QUANTIDADE..."
               MOVE SPACES TO WRK-QTDE-ALFA
               ACCEPT WRK-QTDE-ALFA
               MOVE ZEROS TO WRK-QUANTIDADE
               IF FUNCTION TRIM(WRK-QTDE-ALFA) IS NUMERIC
                   AND WRK-QTDE-ALFA NOT EQUAL SPACES
                   COMPUTE WRK-QUANTIDADE =
                       FUNCTION NUMVAL (WRK-QTDE-ALFA)
               END-IF
               IF WRK-QUANTIDADE EQUAL ZERO
                   DISPLAY "QUANTIDADE INVALIDA -- ITEM IGNORADO"
                   MOVE 'N' TO WRK-ITEM-OK
               END-IF
           END-IF.
           IF WRK-ITEM-OK EQUAL 'S'
               PERFORM 0216-CONFERE-ESTOQUE
           END-IF.
           IF WRK-ITEM-OK EQUAL 'S'
               COMPUTE WRK-VALOR-LINHA =
                   WRK-PRD-PRECO * WRK-QUANTIDADE
                   ON SIZE ERROR
                       MOVE 'N' TO WRK-ITEM-OK
               END-COMPUTE
               IF WRK-ITEM-OK EQUAL 'S'
                   ADD WRK-VALOR-LINHA TO WRK-VALOR
                       ON SIZE ERROR
                           MOVE 'N' TO WRK-ITEM-OK
                   END-ADD
               END-IF
               IF WRK-ITEM-OK NOT EQUAL 'S'
                   DISPLAY "VALOR EXCEDE O LIMITE -- ITEM IGNORADO"
               END-IF
           END-IF.
           IF WRK-ITEM-OK EQUAL 'S'
               ADD 1 TO WRK-ITEM-TOTAL
               MOVE WRK-CODIGO-PRODUTO TO
                   WRK-ITEM-PRODUTO (WRK-ITEM-TOTAL)
               MOVE WRK-PRD-DESCRICAO TO
                   WRK-ITEM-DESCRICAO (WRK-ITEM-TOTAL)
               MOVE WRK-QUANTIDADE TO WRK-ITEM-QTDE (WRK-ITEM-TOTAL)
               MOVE WRK-PRD-PRECO TO WRK-ITEM-PRECO (WRK-ITEM-TOTAL)
               MOVE WRK-VALOR-LINHA TO
                   WRK-ITEM-VALOR (WRK-ITEM-TOTAL)
               MOVE WRK-VALOR-LINHA TO WRK-VALOR-EDITADO
               DISPLAY "ITEM " WRK-ITEM-TOTAL " ACEITO...   "
                   WRK-VALOR-EDITADO
               MOVE WRK-VALOR-LINHA TO ICP-BASE
               PERFORM 0217-CALCULA-ICMS
               ADD ICP-VALOR TO WRK-VALOR-ICMS
           END-IF.

       0217-CALCULA-ICMS SECTION.
      *==  ALIQUOTA DA UF DO CLIENTE PARA A CLASSE DO PRODUTO -- COM
      *==  A BASE ZERADA A CHAMADA SO CONFERE SE A ALIQUOTA EXISTE
           MOVE 'C' TO ICP-FUNCAO.
           MOVE WRK-UF-DESTINO TO ICP-UF.
           MOVE WRK-PRD-CLASSE TO ICP-CLASSE.
           CALL "ARQ129" USING WRK-ICP-PARAMETROS.

       0216-CONFERE-ESTOQUE SECTION.
      *==  O MESMO PRODUTO PODE APARECER EM MAIS DE UMA LINHA -- A
      *==  CONSULTA LEVA A SOMA DO QUE O PEDIDO JA TEM DELE; PRODUTO
      *==  SEM CONTROLE DE ESTOQUE ('N') PASSA SEM AVISO
           MOVE WRK-QUANTIDADE TO WRK-QTDE-NO-PEDIDO.
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
               UNTIL WRK-ITEM-IDX > WRK-ITEM-TOTAL
               IF WRK-ITEM-PRODUTO (WRK-ITEM-IDX) EQUAL
                       WRK-CODIGO-PRODUTO
                   ADD WRK-ITEM-QTDE (WRK-ITEM-IDX) TO
                       WRK-QTDE-NO-PEDIDO
               END-IF
           END-PERFORM.
           MOVE 'C' TO MVE-FUNCAO.
           MOVE WRK-CODIGO-PRODUTO TO MVE-PRODUTO.
           MOVE WRK-QTDE-NO-PEDIDO TO MVE-QUANTIDADE.
           CALL "ARQ102" USING WRK-MVE-PARAMETROS.
           IF MVE-RESULTADO EQUAL 'I'
               MOVE MVE-DISPONIVEL TO WRK-DISP-EDITADO
               DISPLAY "ESTOQUE INSUFICIENTE -- DISPONIVEL "
                   WRK-DISP-EDITADO
               DISPLAY "INCLUI O ITEM ASSIM MESMO (S/N)..."
               MOVE SPACES TO WRK-CONFIRMA-ESTOQUE
               ACCEPT WRK-CONFIRMA-ESTOQUE
               IF WRK-CONFIRMA-ESTOQUE NOT EQUAL "S"
                   AND WRK-CONFIRMA-ESTOQUE NOT EQUAL "s"
                   DISPLAY "ITEM IGNORADO"
                   MOVE 'N' TO WRK-ITEM-OK
               END-IF
           END-IF.

       0218-MONTA-DESCRICAO SECTION.
      *==  PEDIDO DE UM ITEM SO MANTEM A DESCRICAO DE SEMPRE (TEXTO
      *==  DO CATALOGO + " QTD NNN"); COM MAIS ITENS A DESCRICAO DO
      *==  CABECALHO DIZ QUANTOS SAO -- O DETALHE ESTA NAS LINHAS
           MOVE SPACES TO WRK-DESCRICAO.
           IF WRK-ITEM-TOTAL EQUAL 1
               MOVE WRK-ITEM-DESCRICAO (1) TO WRK-DESC-CURTA
               STRING FUNCTION TRIM(WRK-DESC-CURTA)
                   DELIMITED BY SIZE
                   " QTD " DELIMITED BY SIZE
                   WRK-ITEM-QTDE (1) DELIMITED BY SIZE
                   INTO WRK-DESCRICAO
           ELSE
               MOVE WRK-ITEM-TOTAL TO WRK-ITENS-EDITADO
               STRING "PEDIDO " DELIMITED BY SIZE
                   WRK-ITENS-EDITADO DELIMITED BY SIZE
                   " ITENS: " DELIMITED BY SIZE
                   WRK-ITEM-DESCRICAO (1) DELIMITED BY SIZE
                   INTO WRK-DESCRICAO
           END-IF.

       0215-PROCURA-PRODUTO SECTION.
      *==  O CATALOGO E UMA TABELA PEQUENA -- A PROCURA E SEQUENCIAL,
      *==  COMO O ARQ051 FAZ NA TABELA DE DDD
                       MOVE 'S' TO WRK-PRD-ACHADO
                       MOVE PRD-DESCRICAO TO WRK-PRD-DESCRICAO
                       MOVE PRD-PRECO TO WRK-PRD-PRECO
                       MOVE PRD-CLASSE-FISCAL TO WRK-PRD-CLASSE
                   END-IF
                   READ PRODUTOS
               END-PERFORM
           ELSE
               DISPLAY "CATALOGO DE PRODUTOS AUSENTE"
           END-IF.
      *==  O PRECO QUE VALE E O DA VIGENCIA NA DATA DO PEDIDO (HOJE)
      *==  -- SEM VIGENCIA CADASTRADA FICA O PRECO DO CATALOGO
           IF WRK-PRD-ACHADO EQUAL 'S'
               MOVE 'C' TO PRC-FUNCAO
               MOVE WRK-CODIGO-PRODUTO TO PRC-PRODUTO
               MOVE FUNCTION CURRENT-DATE (1:8) TO PRC-DATA
               CALL "ARQ106" USING WRK-PRC-PARAMETROS
               IF PRC-RESULTADO EQUAL 'S'
                   MOVE PRC-PRECO TO WRK-PRD-PRECO
               END-IF
           END-IF.

       0220-GERA-SEQUENCIA SECTION.
      *==  POSICIONA NO PRIMEIRO PEDIDO DO CLIENTE E PERCORRE O GRUPO
       0230-VERIFICA-CREDITO SECTION.
           MOVE 'S' TO WRK-CREDITO-OK.
           MOVE SPACES TO WRK-BLOQUEIO-MOTIVO.
           MOVE SPACES TO WRK-BLOQUEIO-GRUPO.
           IF WRK-CREDITO-ABERTO EQUAL 'S'
               MOVE WRK-ID TO CRD-ID-CLIENTE
               READ CREDITO
                       MOVE LIM-LIMITE TO WRK-LIMITE-CLIENTE
               END-READ
               IF WRK-TEM-LIMITE EQUAL 'S'
                   MOVE WRK-ID TO WRK-EXP-ID
                   PERFORM 0232-CALCULA-EXPOSICAO
                   IF WRK-EXPOSICAO + WRK-VALOR >
                           WRK-LIMITE-CLIENTE
                   END-IF
               END-IF
           END-IF.
      *==  O GRUPO E VERIFICADO MESMO COM O CLIENTE JA BLOQUEADO --
      *==  O SUPERVISOR SO LIBERA SABENDO DE TODOS OS MOTIVOS
           IF WRK-GRUPOS-ABERTO EQUAL 'S'
               PERFORM 0238-VERIFICA-GRUPO
           END-IF.
           IF WRK-CREDITO-OK NOT EQUAL 'S'
               IF WRK-BLOQUEIO-MOTIVO NOT EQUAL SPACES
                   DISPLAY "BLOQUEIO: " WRK-BLOQUEIO-MOTIVO
               END-IF
               IF WRK-BLOQUEIO-GRUPO NOT EQUAL SPACES
                   DISPLAY "BLOQUEIO: " WRK-BLOQUEIO-GRUPO
                   IF WRK-BLOQUEIO-MOTIVO EQUAL SPACES
                       MOVE WRK-BLOQUEIO-GRUPO TO WRK-BLOQUEIO-MOTIVO
                   END-IF
               END-IF
               PERFORM 0234-PEDE-LIBERACAO
               IF WRK-SUPERVISOR-OK EQUAL 'S'
                   MOVE 'S' TO WRK-CREDITO-OK
      *==  CHAVE COMPOSTA DO ARQ028
           MOVE ZEROS TO WRK-EXPOSICAO.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-EXP-ID TO PED-ID-CLIENTE.
           MOVE ZEROS TO PED-SEQUENCIA.
           START PEDIDOS KEY IS GREATER THAN PED-CHAVE
               INVALID KEY
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF PED-ID-CLIENTE EQUAL WRK-EXP-ID
                           IF PED-STATUS EQUAL 'A'
                               ADD PED-VALOR TO WRK-EXPOSICAO
                           END-IF
           MOVE ZEROS TO FS-PEDIDOS.
           IF WRK-FATURAS-ABERTO EQUAL 'S'
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE WRK-EXP-ID TO FAT-ID-CLIENTE
               MOVE ZEROS TO FAT-SEQUENCIA
               MOVE ZEROS TO FAT-PARCELA
               START FATURAS KEY IS GREATER THAN FAT-CHAVE-PEDIDO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF FAT-ID-CLIENTE EQUAL WRK-EXP-ID
                               IF FAT-STATUS EQUAL 'A'
                                   ADD FAT-VALOR TO WRK-EXPOSICAO
                               END-IF
               MOVE ZEROS TO FS-FATURAS
           END-IF.

       0238-VERIFICA-GRUPO SECTION.
      *==  CLIENTE DE GRUPO ECONOMICO COM LIMITE CONSOLIDADO (GECREG):
      *==  A EXPOSICAO ABERTA DE TODOS OS MEMBROS, MAIS ESTE PEDIDO,
      *==  NAO PODE PASSAR DO LIMITE DO GRUPO -- VALE MESMO QUANDO O
      *==  CLIENTE NAO TEM LIMITE INDIVIDUAL
           MOVE ZEROS TO WRK-GEC-LIMITE.
           MOVE WRK-ID TO GEC-ID-CLIENTE.
           READ GRUPOS
               INVALID KEY
                   MOVE ZEROS TO WRK-GEC-CABECA
               NOT INVALID KEY
                   MOVE GEC-ID-CABECA TO WRK-GEC-CABECA
           END-READ.
           IF WRK-GEC-CABECA NOT EQUAL ZEROS
               MOVE WRK-GEC-CABECA TO GEC-ID-CLIENTE
               READ GRUPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GEC-LIMITE-GRUPO TO WRK-GEC-LIMITE
               END-READ
           END-IF.
           IF WRK-GEC-LIMITE > ZEROS
               MOVE ZEROS TO WRK-GEC-EXPOSICAO
               MOVE 'N' TO WRK-GEC-FIM
               MOVE WRK-GEC-CABECA TO GEC-ID-CABECA
               START GRUPOS KEY IS EQUAL TO GEC-ID-CABECA
                   INVALID KEY
                       MOVE 'S' TO WRK-GEC-FIM
               END-START
               PERFORM UNTIL WRK-GEC-FIM EQUAL 'S'
                   READ GRUPOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-GEC-FIM
                       NOT AT END
                           IF GEC-ID-CABECA EQUAL WRK-GEC-CABECA
                               MOVE GEC-ID-CLIENTE TO WRK-EXP-ID
                               PERFORM 0232-CALCULA-EXPOSICAO
                               ADD WRK-EXPOSICAO TO WRK-GEC-EXPOSICAO
                           ELSE
                               MOVE 'S' TO WRK-GEC-FIM
                           END-IF
                   END-READ
               END-PERFORM
               IF WRK-GEC-EXPOSICAO + WRK-VALOR > WRK-GEC-LIMITE
                   MOVE 'N' TO WRK-CREDITO-OK
                   MOVE "LIMITE DO GRUPO EXCEDIDO" TO
                       WRK-BLOQUEIO-GRUPO
                   MOVE WRK-GEC-EXPOSICAO TO WRK-EXPOSICAO-EDITADA
                   DISPLAY "EXPOSICAO DO GRUPO " WRK-GEC-CABECA
                       "...   " WRK-EXPOSICAO-EDITADA
               END-IF
           END-IF.

       0234-PEDE-LIBERACAO SECTION.
      *==  A LIBERACAO EXIGE UM OPERADOR NIVEL 3 DO OPERADORES.TXT
      *==  (MESMA TABELA DO SIGN-ON DO ARQ000) -- O CODIGO INFORMADO


       0270-DERIVA-VENDEDOR SECTION.
      *==  SEM CODIGO INFORMADO, O VENDEDOR SAI DA CARTEIRA OU DO
      *==  TERRITORIO VIGENTE NA DATA DO PEDIDO (HOJE) -- O
      *==  MODULO ARQ150 LE O HISTORICO DE TERRITORIOS
           MOVE SPACES TO WRK-VENDEDOR.
           MOVE 'V' TO VVP-FUNCAO.
           MOVE REG-ID TO VVP-ID-CLIENTE.
           MOVE REG-UF TO VVP-UF.
           MOVE REG-CEP TO VVP-CEP.
           MOVE FUNCTION CURRENT-DATE (1:8) TO VVP-DATA.
           CALL "ARQ150" USING WRK-VVP-PARAMETROS.
           MOVE VVP-VENDEDOR TO WRK-VENDEDOR.

       0275-VALIDA-CONDICAO SECTION.
      *==  O CODIGO TEM QUE EXISTIR NA TABELA DO ARQ110 -- CODIGO
      *==  DESCONHECIDO E DESCARTADO E O PEDIDO FATURA EM PARCELA
      *==  UNICA A 30 DIAS (PADRAO DO ARQ064)
           MOVE 'N' TO WRK-CONDICAO-ACHADA.
           OPEN INPUT CONDICOES.
           IF FS-CONDICOES EQUAL 00
               READ CONDICOES
               PERFORM UNTIL FS-CONDICOES NOT EQUAL 00
                       OR WRK-CONDICAO-ACHADA EQUAL 'S'
                   IF CPG-CODIGO EQUAL WRK-CONDICAO
                       MOVE 'S' TO WRK-CONDICAO-ACHADA
                   END-IF
                   READ CONDICOES
               END-PERFORM
               CLOSE CONDICOES
           END-IF.
           IF WRK-CONDICAO-ACHADA NOT EQUAL 'S'
               MOVE SPACES TO WRK-CONDICAO
           END-IF.

       0280-REGISTRA-VENDEDOR SECTION.
               END-IF
           END-IF.

       0285-REGISTRA-CONDICAO SECTION.
      *==  O LAYOUT DO PEDIDO NAO MUDA -- A CONDICAO FICA NO
      *==  SATELITE PEDIDOS-CONDICAO COM A MESMA CHAVE COMPOSTA,
      *==  COMO O VENDEDOR; SEM CONDICAO NAO HA LINHA
           IF WRK-CONDICAO NOT EQUAL SPACES
               OPEN I-O PED-CONDICAO
               IF FS-PCP EQUAL 35
                   OPEN OUTPUT PED-CONDICAO
                   CLOSE PED-CONDICAO
                   OPEN I-O PED-CONDICAO
               END-IF
               IF FS-PCP NOT EQUAL 00
                   DISPLAY "PEDIDOS-CONDICAO INDISPONIVEL"
               ELSE
                   MOVE PED-ID-CLIENTE TO PCP-ID-CLIENTE
                   MOVE PED-SEQUENCIA TO PCP-SEQUENCIA
                   MOVE WRK-CONDICAO TO PCP-CONDICAO
                   WRITE REG-PED-CONDICAO
                       INVALID KEY
                           REWRITE REG-PED-CONDICAO
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR CONDICAO"
                           END-REWRITE
                   END-WRITE
                   CLOSE PED-CONDICAO
               END-IF
           END-IF.

       0290-GRAVA-ITENS SECTION.
      *==  AS LINHAS HERDAM A CHAVE DO CABECALHO RECEM-GRAVADO
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
               UNTIL WRK-ITEM-IDX > WRK-ITEM-TOTAL
               MOVE PED-ID-CLIENTE TO ITP-ID-CLIENTE
               MOVE PED-SEQUENCIA TO ITP-SEQUENCIA
               SET ITP-LINHA TO WRK-ITEM-IDX
               MOVE WRK-ITEM-PRODUTO (WRK-ITEM-IDX) TO ITP-PRODUTO
               MOVE WRK-ITEM-QTDE (WRK-ITEM-IDX) TO ITP-QUANTIDADE
               MOVE WRK-ITEM-PRECO (WRK-ITEM-IDX) TO ITP-PRECO-UNIT
               MOVE WRK-ITEM-VALOR (WRK-ITEM-IDX) TO
                   ITP-VALOR-LINHA
               WRITE REG-ITENS
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ITEM " ITP-LINHA
               END-WRITE
           END-PERFORM.

       0295-RESERVA-ESTOQUE SECTION.
      *==  A RESERVA SO ACONTECE COM O PEDIDO GRAVADO -- E LIBERADA
      *==  NO CANCELAMENTO OU BAIXADA NO FATURAMENTO (ARQ061)
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
               UNTIL WRK-ITEM-IDX > WRK-ITEM-TOTAL
               MOVE 'R' TO MVE-FUNCAO
               MOVE WRK-ITEM-PRODUTO (WRK-ITEM-IDX) TO MVE-PRODUTO
               MOVE WRK-ITEM-QTDE (WRK-ITEM-IDX) TO MVE-QUANTIDADE
               CALL "ARQ102" USING WRK-MVE-PARAMETROS
               IF MVE-RESULTADO EQUAL 'E'
                   DISPLAY "ERRO AO RESERVAR ESTOQUE DO PRODUTO "
                       MVE-PRODUTO
               END-IF
           END-PERFORM.

       0297-GRAVA-LOG-PEDIDO SECTION.
      *==  O PEDIDO DIGITADO FICA NO LOG DE TRANSACOES COM O
      *==  OPERADOR DA SESSAO (PRODUTIVIDADE POR OPERADOR, ARQ154)
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
           OPEN EXTEND LOG-TRANSACOES.
           IF FS-LOGTRANS EQUAL 35
               OPEN OUTPUT LOG-TRANSACOES
               CLOSE LOG-TRANSACOES
               OPEN EXTEND LOG-TRANSACOES
           END-IF.
           MOVE SPACES TO REG-LOG-TRANSACAO.
           STRING WRK-DATA-HORA DELIMITED BY SIZE
               " ARQ027   INCLUSAO-PEDIDO PEDIDO=" DELIMITED BY SIZE
               PED-ID-CLIENTE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               PED-SEQUENCIA DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO REG-LOG-TRANSACAO.
           WRITE REG-LOG-TRANSACAO.
           CLOSE LOG-TRANSACOES.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE ITENS.
           IF WRK-CREDITO-ABERTO EQUAL 'S'
               CLOSE CREDITO
           END-IF.
           IF WRK-LIMITES-ABERTO EQUAL 'S'
               CLOSE LIMITES
           END-IF.
           IF WRK-GRUPOS-ABERTO EQUAL 'S'
               CLOSE GRUPOS
           END-IF.
           IF WRK-FATURAS-ABERTO EQUAL 'S'
               CLOSE FATURAS
           END-IF.
