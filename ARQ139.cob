       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ139 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: COTACOES DE VENDA -- O VENDEDOR PRECIFICA O
      *==            NEGOCIO ANTES DE O CLIENTE FECHAR, SEM GRAVAR
      *==            PEDIDO: INCLUI A COTACAO (VIDE COTREG) COM OS
      *==            PRODUTOS DO CATALOGO AO PRECO VIGENTE NA DATA
      *==            (ARQ106), A VALIDADE E O VENDEDOR DA TABELA DE
      *==            VENDEDORES (ENTER = CARTEIRA OU TERRITORIO DO
      *==            CLIENTE VIGENTE HOJE, COMO NA ENTRADA DE PEDIDOS,
      *==            MODULO ARQ150); MARCA A COTACAO ABERTA
      *==            COMO PERDIDA E CONSULTA AS COTACOES DO CLIENTE
      *==  A CONVERSAO EM PEDIDO E FEITA NA MESA DE PEDIDOS (ARQ095),
      *==  COM A VERIFICACAO DE CREDITO E BUREAU DAQUELE MOMENTO; A
      *==  COTACAO VENCIDA E EXPIRADA PELA CADEIA NOTURNA (ARQ140)
      *==  ESTOQUE E ICMS NAO SAO CONFERIDOS NA COTACAO -- SO NA
      *==  CONVERSAO, QUANDO A MERCADORIA E RESERVADA
      *==  CADA TRANSACAO E CARIMBADA COM O OPERADOR DA SESSAO NO LOG
      *==  DE TRANSACOES
      *==  EM TEST (AMBIENTE.TXT) AS TABELAS LIDAS SAO AS
      *==  PRODUTOS-TEST.TXT E VENDEDORES-TEST.TXT
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

           SELECT COTACOES ASSIGN TO
               DYNAMIC WRK-CAMINHO-COTACOES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               FILE STATUS IS FS-COTACOES.

           SELECT COT-ITENS ASSIGN TO
               DYNAMIC WRK-CAMINHO-CTI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTI-CHAVE
               FILE STATUS IS FS-CTI.

           SELECT PRODUTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PRODUTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUTOS.

           SELECT VENDEDORES ASSIGN TO
               DYNAMIC WRK-CAMINHO-VENDEDORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDEDORES.

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

       FD COTACOES.
       01 REG-COTACAO.
           COPY COTREG.

       FD COT-ITENS.
       01 REG-COT-ITEM.
           COPY CTIREG.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRDREG.

       FD VENDEDORES.
       01 REG-VENDEDOR.
           COPY VDDREG.

       FD LOG-TRANSACOES.
       01 REG-LOG-TRANSACAO PIC X(80).

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-COTACOES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CTI PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PRODUTOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-VENDEDORES PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-COTACOES PIC 9(02) VALUE ZEROS.
       77 FS-CTI PIC 9(02) VALUE ZEROS.
       77 FS-PRODUTOS PIC 9(02) VALUE ZEROS.
       77 FS-VENDEDORES PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-OPERADOR PIC X(04) VALUE "????".

      *===========VALIDACAO DA DATA (ARQ033)==================
       01 WRK-VAL-PARAMETROS.
           COPY VALPRM.

      *===========PRECO VIGENTE NA DATA DA COTACAO (ARQ106)===
       01 WRK-PRC-PARAMETROS.
           COPY PRCPRM.

      *===========VARIAVEIS DE ENTRADA DE DADOS============
       77 WRK-OPERACAO PIC X(01) VALUE SPACES.
       77 WRK-ID PIC 9(07) VALUE ZEROS.
       77 WRK-NUMERO PIC 9(05) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       77 WRK-ENTRADA-OK PIC X(01) VALUE 'S'.
       77 WRK-VALIDADE PIC X(08) VALUE SPACES.
      *==  VALIDADE PADRAO DA COTACAO EM DIAS CORRIDOS
       77 WRK-VALIDADE-DIAS PIC 9(03) VALUE 15.
       77 WRK-INT-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-VENDEDOR PIC X(03) VALUE SPACES.
       77 WRK-VDD-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-VDD-NOME PIC X(20) VALUE SPACES.
       01 WRK-VVP-PARAMETROS.
           COPY VVPPRM.
       77 WRK-VALOR-EDITADO PIC ZZZZZZ9.99.
       77 WRK-SITUACAO PIC X(15) VALUE SPACES.

      *===========LINHAS DA COTACAO (COTACOES-ITENS)==========
       77 WRK-CODIGO-PRODUTO PIC X(06) VALUE SPACES.
       77 WRK-QTDE-ALFA PIC X(03) VALUE SPACES.
       77 WRK-QUANTIDADE PIC 9(03) VALUE ZEROS.
       77 WRK-DESCRICAO PIC X(40) VALUE SPACES.
       77 WRK-DESC-CURTA PIC X(32) VALUE SPACES.
       77 WRK-VALOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRD-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-PRD-DESCRICAO PIC X(40) VALUE SPACES.
       77 WRK-PRD-PRECO PIC 9(07)V99 VALUE ZEROS.
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

      *===========NUMERACAO E CONSULTA DAS COTACOES===========
       77 WRK-ULTIMO-NUMERO PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-QTDE-COTACOES PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DATA-HORA (1:8) TO WRK-DATA-HOJE.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O COTACOES.
           IF FS-COTACOES EQUAL 35
               OPEN OUTPUT COTACOES
               CLOSE COTACOES
               OPEN I-O COTACOES
           END-IF.
           IF FS-COTACOES NOT EQUAL 00
               MOVE "COTACOES NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O COT-ITENS.
           IF FS-CTI EQUAL 35
               OPEN OUTPUT COT-ITENS
               CLOSE COT-ITENS
               OPEN I-O COT-ITENS
           END-IF.
           IF FS-CTI NOT EQUAL 00
               MOVE "COTACOES-ITENS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "COTACOES DE VENDA".
           DISPLAY "OPERACAO (I=INCLUIR P=MARCAR COMO PERDIDA".
           DISPLAY "          C=CONSULTAR)...".
           ACCEPT WRK-OPERACAO.
           DISPLAY "DIGITE O ID DO CLIENTE".
           ACCEPT WRK-ID.

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
                   MOVE "COTACOES-TEST.txt" TO
                       WRK-CAMINHO-COTACOES
                   MOVE "COTACOES-ITENS-TEST.txt" TO
                       WRK-CAMINHO-CTI
                   MOVE "PRODUTOS-TEST.TXT" TO WRK-CAMINHO-PRODUTOS
                   MOVE "VENDEDORES-TEST.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "COTACOES-DEV.txt" TO
                       WRK-CAMINHO-COTACOES
                   MOVE "COTACOES-ITENS-DEV.txt" TO
                       WRK-CAMINHO-CTI
                   MOVE "PRODUTOS.TXT" TO WRK-CAMINHO-PRODUTOS
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\COTACOES.txt" TO
                       WRK-CAMINHO-COTACOES
                   MOVE "\COTACOES-ITENS.txt" TO
                       WRK-CAMINHO-CTI
                   MOVE "PRODUTOS.TXT" TO WRK-CAMINHO-PRODUTOS
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
           END-EVALUATE.

       0200-PROCESS SECTION.
           MOVE WRK-ID TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "ID NAO ENCONTRADO NO CADASTRO"
                   GOBACK
               NOT INVALID KEY
                   DISPLAY "CLIENTE...   " REG-NOME
           END-READ.
           EVALUATE WRK-OPERACAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0210-INCLUI-COTACAO
               WHEN 'P'
               WHEN 'p'
                   PERFORM 0250-MARCA-PERDIDA
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0260-CONSULTA-COTACOES
               WHEN OTHER
                   DISPLAY "OPERACAO INVALIDA"
           END-EVALUATE.

       0210-INCLUI-COTACAO SECTION.
      *==  MESMAS REGRAS DE ACEITACAO DO CLIENTE E DO PRODUTO DA
      *==  ENTRADA DE PEDIDOS -- CADA TESTE DERRUBA A FLAG DE ENTRADA
           MOVE 'S' TO WRK-ENTRADA-OK.
           IF REG-STATUS EQUAL 'I' OR REG-STATUS EQUAL 'L'
               DISPLAY "CLIENTE NAO ACEITA COTACAO NOVA"
               MOVE 'N' TO WRK-ENTRADA-OK
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0215-ACEITA-ITENS
               IF WRK-ITEM-TOTAL EQUAL ZERO
                   DISPLAY "NENHUM ITEM INFORMADO -- COTACAO RECUSADA"
                   MOVE 'N' TO WRK-ENTRADA-OK
               END-IF
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               MOVE WRK-VALOR TO WRK-VALOR-EDITADO
               DISPLAY "VALOR DA COTACAO...   " WRK-VALOR-EDITADO
               PERFORM 0225-ACEITA-VALIDADE
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0230-ACEITA-VENDEDOR
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0240-GRAVA-COTACAO
           ELSE
               DISPLAY "COTACAO NAO GRAVADA"
           END-IF.

       0215-ACEITA-ITENS SECTION.
      *==  UM PRODUTO POR VEZ ATE O ENTER EM BRANCO, COMO NA MESA DE
      *==  PEDIDOS -- ITEM INVALIDO E IGNORADO SEM PERDER OS OUTROS
           MOVE ZEROS TO WRK-ITEM-TOTAL.
           MOVE ZEROS TO WRK-VALOR.
           MOVE 'N' TO WRK-FIM-ITENS.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL 'S'
               DISPLAY "CODIGO DO PRODUTO (ENTER=FIM DA COTACAO)..."
               MOVE SPACES TO WRK-CODIGO-PRODUTO
               ACCEPT WRK-CODIGO-PRODUTO
               IF WRK-CODIGO-PRODUTO EQUAL SPACES
                   MOVE 'S' TO WRK-FIM-ITENS
               ELSE
                   PERFORM 0217-ACEITA-ITEM
                   IF WRK-ITEM-TOTAL EQUAL 20
                       DISPLAY "LIMITE DE 20 ITENS POR COTACAO"
                       MOVE 'S' TO WRK-FIM-ITENS
                   END-IF
               END-IF
           END-PERFORM.

       0217-ACEITA-ITEM SECTION.
           MOVE 'S' TO WRK-ITEM-OK.
           PERFORM 0220-PROCURA-PRODUTO.
           IF WRK-PRD-ACHADO NOT EQUAL 'S'
               DISPLAY "PRODUTO NAO CADASTRADO -- ITEM IGNORADO"
               MOVE 'N' TO WRK-ITEM-OK
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
           END-IF.

       0220-PROCURA-PRODUTO SECTION.
           MOVE 'N' TO WRK-PRD-ACHADO.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 00
               READ PRODUTOS
               PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
                       OR WRK-PRD-ACHADO EQUAL 'S'
                   IF PRD-CODIGO EQUAL WRK-CODIGO-PRODUTO
                       MOVE 'S' TO WRK-PRD-ACHADO
                       MOVE PRD-DESCRICAO TO WRK-PRD-DESCRICAO
                       MOVE PRD-PRECO TO WRK-PRD-PRECO
                   END-IF
                   READ PRODUTOS
               END-PERFORM
               CLOSE PRODUTOS
           ELSE
               DISPLAY "CATALOGO DE PRODUTOS AUSENTE"
           END-IF.
      *==  O PRECO COTADO E O DA VIGENCIA NA DATA DA COTACAO (HOJE)
      *==  -- SEM VIGENCIA CADASTRADA FICA O PRECO DO CATALOGO
           IF WRK-PRD-ACHADO EQUAL 'S'
               MOVE 'C' TO PRC-FUNCAO
               MOVE WRK-CODIGO-PRODUTO TO PRC-PRODUTO
               MOVE WRK-DATA-HOJE TO PRC-DATA
               CALL "ARQ106" USING WRK-PRC-PARAMETROS
               IF PRC-RESULTADO EQUAL 'S'
                   MOVE PRC-PRECO TO WRK-PRD-PRECO
               END-IF
           END-IF.

       0225-ACEITA-VALIDADE SECTION.
      *==  ENTER ASSUME HOJE + WRK-VALIDADE-DIAS DIAS CORRIDOS -- A
      *==  VALIDADE NAO PODE SER ANTERIOR A HOJE
           COMPUTE WRK-INT-DATA =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WRK-DATA-HOJE))
               + WRK-VALIDADE-DIAS.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-INT-DATA) TO
               WRK-VALIDADE.
           DISPLAY "VALIDADE AAAAMMDD (ENTER=" WRK-VALIDADE ")...".
           MOVE SPACES TO WRK-VALIDADE.
           ACCEPT WRK-VALIDADE.
           IF WRK-VALIDADE EQUAL SPACES
               MOVE FUNCTION DATE-OF-INTEGER(WRK-INT-DATA) TO
                   WRK-VALIDADE
           END-IF.
           MOVE 'D' TO VAL-FUNCAO.
           MOVE WRK-VALIDADE TO VAL-VALOR.
           CALL "ARQ033" USING WRK-VAL-PARAMETROS.
           IF VAL-RESULTADO NOT EQUAL 'S'
               DISPLAY "DATA INVALIDA -- " VAL-MENSAGEM
               MOVE 'N' TO WRK-ENTRADA-OK
           ELSE
               IF WRK-VALIDADE < WRK-DATA-HOJE
                   DISPLAY "VALIDADE ANTERIOR A HOJE"
                   MOVE 'N' TO WRK-ENTRADA-OK
               END-IF
           END-IF.

       0230-ACEITA-VENDEDOR SECTION.
      *==  CODIGO INFORMADO TEM QUE EXISTIR NA TABELA; SEM CODIGO O
      *==  VENDEDOR SAI DA CARTEIRA OU DO TERRITORIO VIGENTE HOJE
      *==  (MODULO ARQ150) -- COTACAO SEM VENDEDOR NAO E GRAVADA, O
      *==  RELATORIO DE CONVERSAO (ARQ141) E POR VENDEDOR
           DISPLAY "CODIGO DO VENDEDOR (ENTER=TERRITORIO)...".
           MOVE SPACES TO WRK-VENDEDOR.
           ACCEPT WRK-VENDEDOR.
           MOVE FUNCTION UPPER-CASE(WRK-VENDEDOR) TO WRK-VENDEDOR.
           MOVE 'N' TO WRK-VDD-ACHADO.
           IF WRK-VENDEDOR EQUAL SPACES
               MOVE 'V' TO VVP-FUNCAO
               MOVE REG-ID TO VVP-ID-CLIENTE
               MOVE REG-UF TO VVP-UF
               MOVE REG-CEP TO VVP-CEP
               MOVE WRK-DATA-HOJE TO VVP-DATA
               CALL "ARQ150" USING WRK-VVP-PARAMETROS
               MOVE VVP-VENDEDOR TO WRK-VENDEDOR
           END-IF.
           IF WRK-VENDEDOR NOT EQUAL SPACES
               OPEN INPUT VENDEDORES
               IF FS-VENDEDORES EQUAL 00
                   READ VENDEDORES
                   PERFORM UNTIL FS-VENDEDORES NOT EQUAL 00
                           OR WRK-VDD-ACHADO EQUAL 'S'
                       IF VDD-CODIGO EQUAL WRK-VENDEDOR
                           MOVE VDD-NOME TO WRK-VDD-NOME
                           MOVE 'S' TO WRK-VDD-ACHADO
                       END-IF
                       READ VENDEDORES
                   END-PERFORM
                   CLOSE VENDEDORES
               ELSE
                   DISPLAY "TABELA DE VENDEDORES AUSENTE"
               END-IF
           END-IF.
           IF WRK-VDD-ACHADO NOT EQUAL 'S'
               IF WRK-VENDEDOR EQUAL SPACES
                   DISPLAY "NENHUM VENDEDOR COBRE O TERRITORIO"
                       " DO CLIENTE"
               ELSE
                   DISPLAY "VENDEDOR NAO CADASTRADO"
               END-IF
               MOVE 'N' TO WRK-ENTRADA-OK
           ELSE
               DISPLAY "VENDEDOR...   " WRK-VENDEDOR " " WRK-VDD-NOME
           END-IF.

       0235-MONTA-DESCRICAO SECTION.
      *==  MESMA DESCRICAO DO CABECALHO DO PEDIDO -- ELA PASSA PARA O
      *==  PEDIDO NA CONVERSAO
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

       0240-GRAVA-COTACAO SECTION.
           DISPLAY "CONFIRMA COTACAO (S/N)...".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               PERFORM 0235-MONTA-DESCRICAO
               PERFORM 0245-GERA-NUMERO
               PERFORM 0280-LE-OPERADOR-SESSAO
               MOVE SPACES TO REG-COTACAO
               MOVE WRK-ID TO COT-ID-CLIENTE
               ADD 1 TO WRK-ULTIMO-NUMERO GIVING COT-NUMERO
               MOVE WRK-DATA-HOJE TO COT-DATA
               MOVE WRK-VALIDADE TO COT-VALIDADE
               MOVE WRK-VENDEDOR TO COT-VENDEDOR
               MOVE WRK-DESCRICAO TO COT-DESCRICAO
               MOVE WRK-VALOR TO COT-VALOR
               MOVE 'A' TO COT-STATUS
               MOVE WRK-DATA-HOJE TO COT-DATA-STATUS
               MOVE ZEROS TO COT-PED-SEQUENCIA
               MOVE WRK-OPERADOR TO COT-OPERADOR
               WRITE REG-COTACAO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR COTACAO"
                   NOT INVALID KEY
                       DISPLAY "COTACAO GRAVADA -- NUMERO "
                           COT-NUMERO
                       PERFORM 0247-GRAVA-ITENS
                       MOVE "COTACAO" TO WRK-SITUACAO
                       PERFORM 0285-GRAVA-LOG-TRANSACAO
               END-WRITE
           ELSE
               DISPLAY "COTACAO ABANDONADA"
           END-IF.

       0245-GERA-NUMERO SECTION.
      *==  MESMO PERCURSO DE GRUPO DA SEQUENCIA DO PEDIDO -- A ULTIMA
      *==  COTACAO DO CLIENTE DA O NUMERO DA PROXIMA
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID TO COT-ID-CLIENTE.
           MOVE ZEROS TO COT-NUMERO.
           START COTACOES KEY IS GREATER THAN COT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ COTACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF COT-ID-CLIENTE EQUAL WRK-ID
                           MOVE COT-NUMERO TO WRK-ULTIMO-NUMERO
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-COTACOES.

       0247-GRAVA-ITENS SECTION.
      *==  AS LINHAS HERDAM A CHAVE DO CABECALHO RECEM-GRAVADO
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
               UNTIL WRK-ITEM-IDX > WRK-ITEM-TOTAL
               MOVE COT-ID-CLIENTE TO CTI-ID-CLIENTE
               MOVE COT-NUMERO TO CTI-NUMERO
               SET CTI-LINHA TO WRK-ITEM-IDX
               MOVE WRK-ITEM-PRODUTO (WRK-ITEM-IDX) TO CTI-PRODUTO
               MOVE WRK-ITEM-QTDE (WRK-ITEM-IDX) TO CTI-QUANTIDADE
               MOVE WRK-ITEM-PRECO (WRK-ITEM-IDX) TO CTI-PRECO-UNIT
               MOVE WRK-ITEM-VALOR (WRK-ITEM-IDX) TO
                   CTI-VALOR-LINHA
               WRITE REG-COT-ITEM
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ITEM " CTI-LINHA
               END-WRITE
           END-PERFORM.

       0250-MARCA-PERDIDA SECTION.
      *==  SO A COTACAO ABERTA PODE SER DADA COMO PERDIDA -- A
      *==  CONVERTIDA JA E PEDIDO E A EXPIRADA JA SAIU DA CARTEIRA
           DISPLAY "DIGITE O NUMERO DA COTACAO".
           ACCEPT WRK-NUMERO.
           MOVE WRK-ID TO COT-ID-CLIENTE.
           MOVE WRK-NUMERO TO COT-NUMERO.
           READ COTACOES
               INVALID KEY
                   DISPLAY "COTACAO NAO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM 0265-EXIBE-COTACAO
                   IF COT-STATUS NOT EQUAL 'A'
                       DISPLAY "SO COTACAO ABERTA PODE SER MARCADA"
                           " COMO PERDIDA"
                   ELSE
                       PERFORM 0255-CONFIRMA-PERDIDA
                   END-IF
           END-READ.

       0255-CONFIRMA-PERDIDA SECTION.
           DISPLAY "CONFIRMA COTACAO PERDIDA (S/N)...".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               PERFORM 0280-LE-OPERADOR-SESSAO
               MOVE 'P' TO COT-STATUS
               MOVE WRK-DATA-HOJE TO COT-DATA-STATUS
               MOVE WRK-OPERADOR TO COT-OPERADOR
               REWRITE REG-COTACAO
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR COTACAO"
                   NOT INVALID KEY
                       DISPLAY "COTACAO MARCADA COMO PERDIDA"
                       MOVE "COTACAO-PERDIDA" TO WRK-SITUACAO
                       PERFORM 0285-GRAVA-LOG-TRANSACAO
               END-REWRITE
           ELSE
               DISPLAY "OPERACAO ABANDONADA"
           END-IF.

       0260-CONSULTA-COTACOES SECTION.
           MOVE ZEROS TO WRK-QTDE-COTACOES.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID TO COT-ID-CLIENTE.
           MOVE ZEROS TO COT-NUMERO.
           START COTACOES KEY IS GREATER THAN COT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ COTACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF COT-ID-CLIENTE EQUAL WRK-ID
                           ADD 1 TO WRK-QTDE-COTACOES
                           PERFORM 0265-EXIBE-COTACAO
                           PERFORM 0270-EXIBE-ITENS
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-COTACOES.
           IF WRK-QTDE-COTACOES EQUAL ZEROS
               DISPLAY "CLIENTE SEM COTACOES"
           ELSE
               DISPLAY "TOTAL DE COTACOES...   " WRK-QTDE-COTACOES
           END-IF.

       0265-EXIBE-COTACAO SECTION.
           EVALUATE COT-STATUS
               WHEN 'A'
                   MOVE "ABERTA" TO WRK-SITUACAO
               WHEN 'C'
                   MOVE "CONVERTIDA" TO WRK-SITUACAO
               WHEN 'E'
                   MOVE "EXPIRADA" TO WRK-SITUACAO
               WHEN 'P'
                   MOVE "PERDIDA" TO WRK-SITUACAO
               WHEN OTHER
                   MOVE COT-STATUS TO WRK-SITUACAO
           END-EVALUATE.
           MOVE COT-VALOR TO WRK-VALOR-EDITADO.
           DISPLAY "===============================".
           DISPLAY "COTACAO.....   " COT-NUMERO.
           DISPLAY "DATA........   " COT-DATA.
           DISPLAY "VALIDADE....   " COT-VALIDADE.
           DISPLAY "VENDEDOR....   " COT-VENDEDOR.
           DISPLAY "DESCRICAO...   " COT-DESCRICAO.
           DISPLAY "VALOR.......   " WRK-VALOR-EDITADO.
           DISPLAY "SITUACAO....   " WRK-SITUACAO " "
               COT-DATA-STATUS.
           IF COT-STATUS EQUAL 'C'
               DISPLAY "PEDIDO......   " COT-PED-SEQUENCIA
           END-IF.

       0270-EXIBE-ITENS SECTION.
      *==  ACESSO ALEATORIO LINHA A LINHA -- AS LINHAS SAO NUMERADAS
      *==  A PARTIR DE 1 SEM BURACOS
           MOVE COT-ID-CLIENTE TO CTI-ID-CLIENTE.
           MOVE COT-NUMERO TO CTI-NUMERO.
           MOVE 1 TO CTI-LINHA.
           MOVE 'N' TO WRK-FIM-ITENS.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL 'S'
               READ COT-ITENS
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ITENS
                   NOT INVALID KEY
                       MOVE CTI-VALOR-LINHA TO WRK-VALOR-EDITADO
                       DISPLAY "   " CTI-LINHA " " CTI-PRODUTO
                           " QTD " CTI-QUANTIDADE " "
                           WRK-VALOR-EDITADO
                       ADD 1 TO CTI-LINHA
               END-READ
           END-PERFORM.

       0280-LE-OPERADOR-SESSAO SECTION.
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

       0285-GRAVA-LOG-TRANSACAO SECTION.
           OPEN EXTEND LOG-TRANSACOES.
           IF FS-LOGTRANS EQUAL 35
               OPEN OUTPUT LOG-TRANSACOES
               CLOSE LOG-TRANSACOES
               OPEN EXTEND LOG-TRANSACOES
           END-IF.
           MOVE SPACES TO REG-LOG-TRANSACAO.
           STRING WRK-DATA-HORA DELIMITED BY SIZE
               " ARQ139   " DELIMITED BY SIZE
               WRK-SITUACAO DELIMITED BY SPACE
               " ID=" DELIMITED BY SIZE
               COT-ID-CLIENTE DELIMITED BY SIZE
               " COT=" DELIMITED BY SIZE
               COT-NUMERO DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO REG-LOG-TRANSACAO.
           WRITE REG-LOG-TRANSACAO.
           CLOSE LOG-TRANSACOES.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CLIENTES.
           CLOSE COTACOES.
           CLOSE COT-ITENS.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
