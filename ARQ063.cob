      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: CARGA EM LOTE DE PEDIDOS A PARTIR DE ARQUIVO
      *==            DELIMITADO PEDIDOS-NOVOS.TXT (ID-OU-CPF|
      *==            PRODUTO|QTDE[|CONDICAO]) -- AS LISTAS SEMANAIS DOS
      *==            GRANDES CLIENTES ENTRAM DE UMA VEZ, SEM
      *==            REDIGITACAO PELO ARQ027; CADA LINHA PASSA PELAS
      *==            MESMAS REGRAS DE ACEITACAO DA ENTRADA DE
      *==  O CREDITO E CONFERIDO COMO NO ARQ027 -- STATUS 'RJ' DO
      *==  BUREAU OU LIMITE EXCEDIDO REJEITAM A LINHA; EM BATCH NAO
      *==  HA LIBERACAO DE SUPERVISOR, A LINHA VAI PARA O RETRABALHO
      *==  LINHAS CONSECUTIVAS COM A MESMA CHAVE DE CLIENTE FORMAM UM
      *==  UNICO PEDIDO: CADA LINHA VIRA UM ITEM (PEDIDOS-ITENS) COM
      *==  PRECO DO CATALOGO (PRODUTOS.TXT) E O CABECALHO LEVA A SOMA;
      *==  LINHA COM PRODUTO OU QUANTIDADE INVALIDA E REJEITADA
      *==  SOZINHA, CREDITO RECUSADO REJEITA O PEDIDO INTEIRO
      *==  O PRECO DO ITEM E O VIGENTE NA DATA DO PEDIDO (ARQ106)
      *==  PRODUTO COM CONTROLE DE ESTOQUE (ARQ102) SEM DISPONIVEL
      *==  PARA A QUANTIDADE REJEITA A LINHA ('ESTOQUE INSUFICIENTE');
      *==  O PEDIDO GRAVADO RESERVA A QUANTIDADE DE CADA ITEM
      *==  QUARTO CAMPO OPCIONAL: CONDICAO DE PAGAMENTO (TABELA DO
      *==  ARQ110), LIDA DA PRIMEIRA LINHA DO PEDIDO E GRAVADA NO
      *==  SATELITE PEDIDOS-CONDICAO; CODIGO FORA DA TABELA REJEITA O
      *==  PEDIDO INTEIRO, EM BRANCO FATURA EM PARCELA UNICA A 30 DIAS
      *==  MES FECHADO PELO FECHAMENTO MENSAL (ARQ126, MODULO ARQ127)
      *==  NAO RECEBE PEDIDO -- AS LINHAS SAEM COM 'PERIODO FECHADO'
      *==  O ICMS DE CADA ITEM E CALCULADO COMO NO ARQ027 (MODULO
      *==  ARQ129): CLIENTE SEM ENDERECO ESTRUTURADO (SEM REG-UF)
      *==  REJEITA O PEDIDO INTEIRO E PRODUTO SEM ALIQUOTA PARA A UF
      *==  REJEITA A LINHA; O TOTAL DE ICMS SAI NO RESUMO
      *==  O LIMITE CONSOLIDADO DO GRUPO ECONOMICO (ARQ134) E
      *==  CONFERIDO COMO NO ARQ027 ('LIMITE DO GRUPO EXCEDIDO')
      *==  O VENDEDOR DERIVADO E O VIGENTE NA DATA DO PEDIDO
      *==  (CARTEIRA OU HISTORICO DE TERRITORIOS, MODULO ARQ150)
      *==  CADA LINHA REJEITADA LEVA A DATA NO FIM (' EM AAAAMMDD',
      *==  POSICAO 121) PARA A IDADE NA LISTA DE TRABALHO (ARQ155) --
      *==  O RETRABALHO DAS LINHAS E FEITO PELO ARQ158
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

           SELECT REJEITADOS ASSIGN TO
               "PEDIDOS-REJEITADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJEITADOS.


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

           SELECT CREDITO ASSIGN TO
               DYNAMIC WRK-CAMINHO-CREDITO
               ORGANIZATION IS INDEXED
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
       01 REG-PEDIDOS.
           COPY PEDREG.

       FD ITENS.
       01 REG-ITENS.
           COPY ITPREG.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRDREG.

       FD REJEITADOS.
       01 REG-REJEITADO PIC X(132).


       FD PED-VENDEDOR.
       01 REG-PED-VENDEDOR.
           COPY PDVREG.

       FD PED-CONDICAO.
       01 REG-PED-CONDICAO.
           COPY PCPREG.

       FD CONDICOES.
       01 REG-CONDICAO.
           COPY CPGREG.

       FD CREDITO.
       01 REG-CREDITO.
           COPY CRDREG.
       01 REG-LIMITE.
           COPY LIMREG.

       FD GRUPOS.
       01 REG-GRUPO.
           COPY GECREG.

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CREDITO PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-LIMITES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-GRUPOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ITENS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PRODUTOS PIC X(30) VALUE SPACES.

       77 FS-ENTRADA PIC 9(02) VALUE ZEROS.
       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-REJEITADOS PIC 9(02) VALUE ZEROS.
       77 FS-ITENS PIC 9(02) VALUE ZEROS.
       77 FS-PRODUTOS PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.

      *===========CAMPOS EXTRAIDOS DA LINHA DE ENTRADA========
       77 WRK-CHAVE-ALFA PIC X(11) VALUE SPACES.
       77 WRK-ID PIC 9(07) VALUE ZEROS.
       77 WRK-CODIGO-PRODUTO PIC X(06) VALUE SPACES.
       77 WRK-QTDE-ALFA PIC X(05) VALUE SPACES.
       77 WRK-QUANTIDADE PIC 9(05) VALUE ZEROS.
       77 WRK-DESCRICAO PIC X(40) VALUE SPACES.
       77 WRK-DESC-CURTA PIC X(32) VALUE SPACES.
       77 WRK-VALOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-LINHA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-REGISTRO-VALIDO PIC X(01) VALUE 'S'.
       77 WRK-MOTIVO-REJEICAO PIC X(30) VALUE SPACES.
       77 WRK-TAMANHO-CHAVE PIC 9(02) VALUE ZEROS.
       77 WRK-LINHA-REJEICAO PIC X(80) VALUE SPACES.

      *===========CATALOGO DE PRODUTOS (CARGA UNICA)==========
       01 WRK-TAB-PRODUTOS.
           05 WRK-PRD-ITEM OCCURS 500 TIMES
               INDEXED BY WRK-PRD-IDX.
               10 WRK-PRD-CODIGO    PIC X(06).
               10 WRK-PRD-DESCRICAO PIC X(40).
               10 WRK-PRD-PRECO     PIC 9(07)V99.
               10 WRK-PRD-CLASSE    PIC X(02).
       77 WRK-PRD-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-PRD-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-PRD-POS PIC 9(03) VALUE ZEROS.
       77 WRK-PRECO-VIGENTE PIC 9(07)V99 VALUE ZEROS.

      *===========PRECO VIGENTE NA DATA DO PEDIDO (ARQ106)====
       01 WRK-PRC-PARAMETROS.
           COPY PRCPRM.

      *===========ICMS DO PEDIDO (ARQ129)=====================
       01 WRK-ICP-PARAMETROS.
           COPY ICPPRM.
       77 WRK-UF-DESTINO PIC X(02) VALUE SPACES.
       77 WRK-VALOR-ICMS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ACUM-ICMS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ICMS-EDITADO PIC ZZZZZZZZ9.99.

      *===========PEDIDO EM FORMACAO (LINHAS DO MESMO CLIENTE)=====
       77 WRK-CHAVE-GRUPO PIC X(11) VALUE SPACES.
       77 WRK-CLIENTE-VALIDO PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO-CLIENTE PIC X(30) VALUE SPACES.
       01 WRK-TAB-GRUPO.
           05 WRK-GRP-ITEM OCCURS 20 TIMES
               INDEXED BY WRK-GRP-IDX.
               10 WRK-GRP-ENTRADA   PIC X(80).
               10 WRK-GRP-PRODUTO   PIC X(06).
               10 WRK-GRP-DESCRICAO PIC X(40).
               10 WRK-GRP-QTDE      PIC 9(05).
               10 WRK-GRP-PRECO     PIC 9(07)V99.
               10 WRK-GRP-VALOR     PIC 9(07)V99.
       77 WRK-GRP-TOTAL PIC 9(02) VALUE ZEROS.
       77 WRK-ITENS-EDITADO PIC Z9.

      *===========ESTOQUE (ARQ102)============================
       01 WRK-MVE-PARAMETROS.
           COPY MVEPRM.
       77 WRK-QTDE-NO-PEDIDO PIC 9(07) VALUE ZEROS.
       77 WRK-ACUM-SEM-ESTOQUE PIC 9(06) VALUE ZEROS.


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
       77 WRK-CONDICAO-LINHA PIC X(03) VALUE SPACES.

      *===========PERIODO FECHADO (ARQ127)====================
       01 WRK-PFP-PARAMETROS.
           COPY PFPPRM.
       77 WRK-PERIODO-FECHADO PIC X(01) VALUE 'N'.

      *===========GERACAO DA SEQUENCIA DO PEDIDO==============
       77 WRK-ULTIMA-SEQ PIC 9(05) VALUE ZEROS.
       77 WRK-EXPOSICAO PIC 9(09)V99 VALUE ZEROS.
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

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-GRAVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ITENS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
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
           OPEN OUTPUT REJEITADOS.
           PERFORM 0105-ABRE-ARQUIVOS-CREDITO.
           PERFORM 0106-CARREGA-PRODUTOS.
      *==  O PEDIDO NASCE COM A DATA DE HOJE -- COM O MES JA FECHADO
      *==  PELO FECHAMENTO MENSAL (ARQ126) A CARGA INTEIRA VAI PARA
      *==  O RETRABALHO
           MOVE 'V' TO PFP-FUNCAO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PFP-DATA.
           CALL "ARQ127" USING WRK-PFP-PARAMETROS.
           IF PFP-RESULTADO EQUAL 'F'
               MOVE 'S' TO WRK-PERIODO-FECHADO
               DISPLAY "PERIODO FECHADO -- PEDIDOS VAO AO RETRABALHO"
           END-IF.

       0106-CARREGA-PRODUTOS SECTION.
      *==  O CATALOGO VAI PARA A MEMORIA UMA VEZ SO -- A CARGA NAO
      *==  REABRE O PRODUTOS.TXT A CADA LINHA COMO A ENTRADA
      *==  INTERATIVA FAZ
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 00
               MOVE "PRODUTOS.TXT AUSENTE" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           READ PRODUTOS.
           PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
               IF WRK-PRD-TOTAL < 500
                   ADD 1 TO WRK-PRD-TOTAL
                   MOVE PRD-CODIGO TO WRK-PRD-CODIGO (WRK-PRD-TOTAL)
                   MOVE PRD-DESCRICAO TO
                       WRK-PRD-DESCRICAO (WRK-PRD-TOTAL)
                   MOVE PRD-PRECO TO WRK-PRD-PRECO (WRK-PRD-TOTAL)
                   MOVE PRD-CLASSE-FISCAL TO
                       WRK-PRD-CLASSE (WRK-PRD-TOTAL)
               END-IF
               READ PRODUTOS
           END-PERFORM.
           CLOSE PRODUTOS.

       0105-ABRE-ARQUIVOS-CREDITO SECTION.
      *==  OS ARQUIVOS DE CREDITO SAO OPCIONAIS -- SEM ELES A
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
      *==  A QUEBRA E PELA CHAVE DO CLIENTE: QUANDO ELA MUDA, O
      *==  PEDIDO ANTERIOR E FECHADO (CREDITO + GRAVACAO) E UM NOVO
      *==  COMECA COM A LINHA LIDA
           MOVE SPACES TO WRK-CHAVE-GRUPO.
           MOVE ZEROS TO WRK-GRP-TOTAL.
           READ ENTRADA.
           PERFORM UNTIL FS-ENTRADA NOT EQUAL 00
               IF REG-ENTRADA NOT EQUAL SPACES
                   ADD 1 TO WRK-ACUM-LIDOS
                   PERFORM 0210-EXTRAI-CAMPOS
                   IF WRK-CHAVE-ALFA NOT EQUAL WRK-CHAVE-GRUPO
                       PERFORM 0260-FECHA-PEDIDO
                       PERFORM 0205-ABRE-PEDIDO
                   END-IF
                   PERFORM 0220-VALIDA-REGISTRO
                   IF WRK-REGISTRO-VALIDO EQUAL 'S'
                       PERFORM 0235-GUARDA-ITEM
                   ELSE
                       MOVE REG-ENTRADA TO WRK-LINHA-REJEICAO
                       PERFORM 0250-REGISTRA-REJEICAO
                   END-IF
               END-IF
               READ ENTRADA
           END-PERFORM.
           PERFORM 0260-FECHA-PEDIDO.

       0205-ABRE-PEDIDO SECTION.
      *==  O CLIENTE E VALIDADO UMA VEZ POR PEDIDO -- SE ELE NAO
      *==  PASSA, TODAS AS LINHAS DO GRUPO SAEM COM O MESMO MOTIVO
           MOVE WRK-CHAVE-ALFA TO WRK-CHAVE-GRUPO.
           MOVE ZEROS TO WRK-GRP-TOTAL.
           MOVE ZEROS TO WRK-VALOR.
           MOVE ZEROS TO WRK-VALOR-ICMS.
           MOVE SPACES TO WRK-UF-DESTINO.
           MOVE 'S' TO WRK-REGISTRO-VALIDO.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           IF WRK-PERIODO-FECHADO EQUAL 'S'
               MOVE 'N' TO WRK-REGISTRO-VALIDO
               MOVE "PERIODO FECHADO" TO WRK-MOTIVO-REJEICAO
           END-IF.
           IF WRK-REGISTRO-VALIDO EQUAL 'S'
               AND (FUNCTION TRIM(WRK-CHAVE-ALFA) IS NOT NUMERIC
                   OR WRK-CHAVE-ALFA EQUAL SPACES)
               MOVE 'N' TO WRK-REGISTRO-VALIDO
               MOVE "CHAVE DO CLIENTE INVALIDA" TO WRK-MOTIVO-REJEICAO
           END-IF.
               MOVE "CLIENTE INATIVO" TO WRK-MOTIVO-REJEICAO
           END-IF.
           IF WRK-REGISTRO-VALIDO EQUAL 'S'
               IF REG-UF IS ALPHABETIC AND REG-UF NOT EQUAL SPACES
                   AND REG-CEP IS NUMERIC
                   MOVE REG-UF TO WRK-UF-DESTINO
               ELSE
                   MOVE 'N' TO WRK-REGISTRO-VALIDO
                   MOVE "ENDERECO NAO ESTRUTURADO" TO
                       WRK-MOTIVO-REJEICAO
               END-IF
           END-IF.
           MOVE WRK-CONDICAO-LINHA TO WRK-CONDICAO.
           IF WRK-REGISTRO-VALIDO EQUAL 'S'
               AND WRK-CONDICAO NOT EQUAL SPACES
               PERFORM 0275-VALIDA-CONDICAO
               IF WRK-CONDICAO EQUAL SPACES
                   MOVE 'N' TO WRK-REGISTRO-VALIDO
                   MOVE "CONDICAO PAGTO NAO CADASTRADA" TO
                       WRK-MOTIVO-REJEICAO
               END-IF
           END-IF.
           MOVE WRK-REGISTRO-VALIDO TO WRK-CLIENTE-VALIDO.
           MOVE WRK-MOTIVO-REJEICAO TO WRK-MOTIVO-CLIENTE.

       0210-EXTRAI-CAMPOS SECTION.
           MOVE 'S' TO WRK-REGISTRO-VALIDO.
           MOVE SPACES TO WRK-CHAVE-ALFA WRK-CODIGO-PRODUTO.
           MOVE SPACES TO WRK-QTDE-ALFA.
           MOVE SPACES TO WRK-CONDICAO-LINHA.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           UNSTRING REG-ENTRADA DELIMITED BY "|"
               INTO WRK-CHAVE-ALFA WRK-CODIGO-PRODUTO WRK-QTDE-ALFA
                   WRK-CONDICAO-LINHA.

       0220-VALIDA-REGISTRO SECTION.
           MOVE 'S' TO WRK-REGISTRO-VALIDO.
           IF WRK-CLIENTE-VALIDO NOT EQUAL 'S'
               MOVE 'N' TO WRK-REGISTRO-VALIDO
               MOVE WRK-MOTIVO-CLIENTE TO WRK-MOTIVO-REJEICAO
           END-IF.
           IF WRK-REGISTRO-VALIDO EQUAL 'S'
               PERFORM 0222-PROCURA-PRODUTO
               IF WRK-PRD-ACHADO NOT EQUAL 'S'
                   MOVE 'N' TO WRK-REGISTRO-VALIDO
                   MOVE "PRODUTO NAO CADASTRADO" TO
                       WRK-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF WRK-REGISTRO-VALIDO EQUAL 'S'
               MOVE ZEROS TO ICP-BASE
               PERFORM 0226-CALCULA-ICMS
               IF ICP-RESULTADO NOT EQUAL 'S'
                   MOVE 'N' TO WRK-REGISTRO-VALIDO
                   MOVE "SEM ALIQUOTA DE ICMS NA UF" TO
                       WRK-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF WRK-REGISTRO-VALIDO EQUAL 'S'
               MOVE ZEROS TO WRK-QUANTIDADE
               IF FUNCTION TRIM(WRK-QTDE-ALFA) IS NUMERIC
                   AND WRK-QTDE-ALFA NOT EQUAL SPACES
                   COMPUTE WRK-QUANTIDADE =
                       FUNCTION NUMVAL(WRK-QTDE-ALFA)
               END-IF
               IF WRK-QUANTIDADE EQUAL ZERO
                   MOVE 'N' TO WRK-REGISTRO-VALIDO
                   MOVE "QUANTIDADE INVALIDA" TO WRK-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF WRK-REGISTRO-VALIDO EQUAL 'S'
               PERFORM 0224-CONFERE-ESTOQUE
           END-IF.
           IF WRK-REGISTRO-VALIDO EQUAL 'S'
               AND WRK-GRP-TOTAL EQUAL 20
               MOVE 'N' TO WRK-REGISTRO-VALIDO
               MOVE "MAIS DE 20 ITENS NO PEDIDO" TO
                   WRK-MOTIVO-REJEICAO
           END-IF.
           IF WRK-REGISTRO-VALIDO EQUAL 'S'
               COMPUTE WRK-VALOR-LINHA =
                   WRK-PRECO-VIGENTE * WRK-QUANTIDADE
                   ON SIZE ERROR
                       MOVE 'N' TO WRK-REGISTRO-VALIDO
               END-COMPUTE
               IF WRK-REGISTRO-VALIDO EQUAL 'S'
                   ADD WRK-VALOR-LINHA TO WRK-VALOR
                       ON SIZE ERROR
                           MOVE 'N' TO WRK-REGISTRO-VALIDO
                   END-ADD
               END-IF
               IF WRK-REGISTRO-VALIDO NOT EQUAL 'S'
                   MOVE "VALOR EXCEDE O LIMITE" TO
                       WRK-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF WRK-REGISTRO-VALIDO EQUAL 'S'
               MOVE WRK-VALOR-LINHA TO ICP-BASE
               PERFORM 0226-CALCULA-ICMS
               ADD ICP-VALOR TO WRK-VALOR-ICMS
           END-IF.

       0222-PROCURA-PRODUTO SECTION.
           MOVE 'N' TO WRK-PRD-ACHADO.
           PERFORM VARYING WRK-PRD-IDX FROM 1 BY 1
               UNTIL WRK-PRD-IDX > WRK-PRD-TOTAL
                   OR WRK-PRD-ACHADO EQUAL 'S'
               IF WRK-PRD-CODIGO (WRK-PRD-IDX) EQUAL
                       WRK-CODIGO-PRODUTO
                   MOVE 'S' TO WRK-PRD-ACHADO
                   SET WRK-PRD-POS TO WRK-PRD-IDX
               END-IF
           END-PERFORM.
      *==  O PRECO E O DA VIGENCIA NA DATA DO PEDIDO (HOJE) -- SEM
      *==  VIGENCIA CADASTRADA FICA O PRECO DO CATALOGO
           IF WRK-PRD-ACHADO EQUAL 'S'
               MOVE WRK-PRD-PRECO (WRK-PRD-POS) TO WRK-PRECO-VIGENTE
               MOVE 'C' TO PRC-FUNCAO
               MOVE WRK-CODIGO-PRODUTO TO PRC-PRODUTO
               MOVE FUNCTION CURRENT-DATE (1:8) TO PRC-DATA
               CALL "ARQ106" USING WRK-PRC-PARAMETROS
               IF PRC-RESULTADO EQUAL 'S'
                   MOVE PRC-PRECO TO WRK-PRECO-VIGENTE
               END-IF
           END-IF.

       0226-CALCULA-ICMS SECTION.
      *==  ALIQUOTA DA UF DO CLIENTE PARA A CLASSE DO PRODUTO DA
      *==  LINHA -- COM A BASE ZERADA A CHAMADA SO CONFERE SE EXISTE
           MOVE 'C' TO ICP-FUNCAO.
           MOVE WRK-UF-DESTINO TO ICP-UF.
           MOVE WRK-PRD-CLASSE (WRK-PRD-POS) TO ICP-CLASSE.
           CALL "ARQ129" USING WRK-ICP-PARAMETROS.

       0224-CONFERE-ESTOQUE SECTION.
      *==  EM BATCH NAO HA QUEM CONFIRME O ITEM SEM SALDO -- A LINHA
      *==  VAI PARA O RETRABALHO E O RESTO DO PEDIDO SEGUE; O MESMO
      *==  PRODUTO JA GUARDADO NO GRUPO ENTRA NA CONTA
           MOVE WRK-QUANTIDADE TO WRK-QTDE-NO-PEDIDO.
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
               UNTIL WRK-GRP-IDX > WRK-GRP-TOTAL
               IF WRK-GRP-PRODUTO (WRK-GRP-IDX) EQUAL
                       WRK-CODIGO-PRODUTO
                   ADD WRK-GRP-QTDE (WRK-GRP-IDX) TO
                       WRK-QTDE-NO-PEDIDO
               END-IF
           END-PERFORM.
           MOVE 'C' TO MVE-FUNCAO.
           MOVE WRK-CODIGO-PRODUTO TO MVE-PRODUTO.
           MOVE WRK-QTDE-NO-PEDIDO TO MVE-QUANTIDADE.
           CALL "ARQ102" USING WRK-MVE-PARAMETROS.
           IF MVE-RESULTADO EQUAL 'I'
               MOVE 'N' TO WRK-REGISTRO-VALIDO
               MOVE "ESTOQUE INSUFICIENTE" TO WRK-MOTIVO-REJEICAO
               ADD 1 TO WRK-ACUM-SEM-ESTOQUE
           END-IF.

       0225-LOCALIZA-CLIENTE SECTION.
               END-IF
           END-IF.

       0235-GUARDA-ITEM SECTION.
           ADD 1 TO WRK-GRP-TOTAL.
           MOVE REG-ENTRADA TO WRK-GRP-ENTRADA (WRK-GRP-TOTAL).
           MOVE WRK-CODIGO-PRODUTO TO WRK-GRP-PRODUTO (WRK-GRP-TOTAL).
           MOVE WRK-PRD-DESCRICAO (WRK-PRD-POS) TO
               WRK-GRP-DESCRICAO (WRK-GRP-TOTAL).
           MOVE WRK-QUANTIDADE TO WRK-GRP-QTDE (WRK-GRP-TOTAL).
           MOVE WRK-PRECO-VIGENTE TO WRK-GRP-PRECO (WRK-GRP-TOTAL).
           MOVE WRK-VALOR-LINHA TO WRK-GRP-VALOR (WRK-GRP-TOTAL).

       0260-FECHA-PEDIDO SECTION.
      *==  O CREDITO E CONFERIDO SOBRE O TOTAL DO PEDIDO -- RECUSADO,
      *==  TODAS AS LINHAS ACEITAS DO GRUPO VAO PARA O RETRABALHO
           IF WRK-GRP-TOTAL > ZERO
               MOVE 'S' TO WRK-REGISTRO-VALIDO
               MOVE SPACES TO WRK-MOTIVO-REJEICAO
               PERFORM 0228-VERIFICA-CREDITO
               IF WRK-REGISTRO-VALIDO EQUAL 'S'
                   PERFORM 0265-MONTA-DESCRICAO
                   PERFORM 0240-GRAVA-PEDIDO
               ELSE
                   PERFORM 0268-REJEITA-PEDIDO
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-GRP-TOTAL.

       0265-MONTA-DESCRICAO SECTION.
      *==  MESMA REGRA DO ARQ027: UM ITEM MANTEM " QTD NNN", MAIS
      *==  ITENS DIZEM QUANTOS SAO
           MOVE SPACES TO WRK-DESCRICAO.
           IF WRK-GRP-TOTAL EQUAL 1
               MOVE WRK-GRP-DESCRICAO (1) TO WRK-DESC-CURTA
               STRING FUNCTION TRIM(WRK-DESC-CURTA)
                   DELIMITED BY SIZE
                   " QTD " DELIMITED BY SIZE
                   WRK-GRP-QTDE (1) (3:3) DELIMITED BY SIZE
                   INTO WRK-DESCRICAO
           ELSE
               MOVE WRK-GRP-TOTAL TO WRK-ITENS-EDITADO
               STRING "PEDIDO " DELIMITED BY SIZE
                   WRK-ITENS-EDITADO DELIMITED BY SIZE
                   " ITENS: " DELIMITED BY SIZE
                   WRK-GRP-DESCRICAO (1) DELIMITED BY SIZE
                   INTO WRK-DESCRICAO
           END-IF.

       0268-REJEITA-PEDIDO SECTION.
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
               UNTIL WRK-GRP-IDX > WRK-GRP-TOTAL
               MOVE WRK-GRP-ENTRADA (WRK-GRP-IDX) TO
                   WRK-LINHA-REJEICAO
               PERFORM 0250-REGISTRA-REJEICAO
           END-PERFORM.

       0228-VERIFICA-CREDITO SECTION.
      *==  MESMA VERIFICACAO DO ARQ027 -- EM BATCH NAO HA LIBERACAO
      *==  DE SUPERVISOR: A LINHA BLOQUEADA VAI PARA O RETRABALHO
                       MOVE LIM-LIMITE TO WRK-LIMITE-CLIENTE
               END-READ
               IF WRK-TEM-LIMITE EQUAL 'S'
                   MOVE WRK-ID TO WRK-EXP-ID
                   PERFORM 0229-CALCULA-EXPOSICAO
                   IF WRK-EXPOSICAO + WRK-VALOR >
                           WRK-LIMITE-CLIENTE
                   END-IF
               END-IF
           END-IF.
           IF WRK-REGISTRO-VALIDO EQUAL 'S'
               AND WRK-GRUPOS-ABERTO EQUAL 'S'
               PERFORM 0227-VERIFICA-GRUPO
           END-IF.

       0229-CALCULA-EXPOSICAO SECTION.
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

       0227-VERIFICA-GRUPO SECTION.
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
                               PERFORM 0229-CALCULA-EXPOSICAO
                               ADD WRK-EXPOSICAO TO WRK-GEC-EXPOSICAO
                           ELSE
                               MOVE 'S' TO WRK-GEC-FIM
                           END-IF
                   END-READ
               END-PERFORM
               IF WRK-GEC-EXPOSICAO + WRK-VALOR > WRK-GEC-LIMITE
                   MOVE 'N' TO WRK-REGISTRO-VALIDO
                   MOVE "LIMITE DO GRUPO EXCEDIDO" TO
                       WRK-MOTIVO-REJEICAO
               END-IF
           END-IF.

       0230-GERA-SEQUENCIA SECTION.
      *==  MESMO PERCURSO DO GRUPO QUE O ARQ027 FAZ NA INCLUSAO
      *==  INTERATIVA -- POSICIONA NO PRIMEIRO PEDIDO DO CLIENTE E
               INVALID KEY
                   MOVE "ERRO AO GRAVAR PEDIDO" TO
                       WRK-MOTIVO-REJEICAO
                   PERFORM 0268-REJEITA-PEDIDO
               NOT INVALID KEY
                   ADD 1 TO WRK-ACUM-GRAVADOS
                   ADD WRK-VALOR-ICMS TO WRK-ACUM-ICMS
                   PERFORM 0245-GRAVA-ITENS
                   PERFORM 0248-RESERVA-ESTOQUE
                   PERFORM 0280-REGISTRA-VENDEDOR
                   PERFORM 0285-REGISTRA-CONDICAO
           END-WRITE.

       0245-GRAVA-ITENS SECTION.
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
               UNTIL WRK-GRP-IDX > WRK-GRP-TOTAL
               MOVE PED-ID-CLIENTE TO ITP-ID-CLIENTE
               MOVE PED-SEQUENCIA TO ITP-SEQUENCIA
               SET ITP-LINHA TO WRK-GRP-IDX
               MOVE WRK-GRP-PRODUTO (WRK-GRP-IDX) TO ITP-PRODUTO
               MOVE WRK-GRP-QTDE (WRK-GRP-IDX) TO ITP-QUANTIDADE
               MOVE WRK-GRP-PRECO (WRK-GRP-IDX) TO ITP-PRECO-UNIT
               MOVE WRK-GRP-VALOR (WRK-GRP-IDX) TO ITP-VALOR-LINHA
               WRITE REG-ITENS
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ITEM " ITP-CHAVE
                   NOT INVALID KEY
                       ADD 1 TO WRK-ACUM-ITENS
               END-WRITE
           END-PERFORM.

       0248-RESERVA-ESTOQUE SECTION.
      *==  PEDIDO GRAVADO SEGURA A QUANTIDADE DE CADA ITEM ATE O
      *==  FATURAMENTO OU O CANCELAMENTO (ARQ061)
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
               UNTIL WRK-GRP-IDX > WRK-GRP-TOTAL
               MOVE 'R' TO MVE-FUNCAO
               MOVE WRK-GRP-PRODUTO (WRK-GRP-IDX) TO MVE-PRODUTO
               MOVE WRK-GRP-QTDE (WRK-GRP-IDX) TO MVE-QUANTIDADE
               CALL "ARQ102" USING WRK-MVE-PARAMETROS
           END-PERFORM.

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
      *==  DESCONHECIDO VOLTA EM BRANCO PARA O CHAMADOR
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

       0250-REGISTRA-REJEICAO SECTION.
           ADD 1 TO WRK-ACUM-REJEITADOS.
           MOVE SPACES TO REG-REJEITADO.
           STRING WRK-LINHA-REJEICAO DELIMITED BY SIZE
               "  MOTIVO: " DELIMITED BY SIZE
               WRK-MOTIVO-REJEICAO DELIMITED BY SIZE
               INTO REG-REJEITADO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE " EM " TO REG-REJEITADO (121:4).
           MOVE WRK-DATA-HORA (1:8) TO REG-REJEITADO (125:8).
           WRITE REG-REJEITADO.

       0300-FINISH SECTION.
           CLOSE ENTRADA.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE ITENS.
           CLOSE REJEITADOS.
           IF WRK-CREDITO-ABERTO EQUAL 'S'
               CLOSE CREDITO
           IF WRK-LIMITES-ABERTO EQUAL 'S'
               CLOSE LIMITES
           END-IF.
           IF WRK-GRUPOS-ABERTO EQUAL 'S'
               CLOSE GRUPOS
           END-IF.
           IF WRK-FATURAS-ABERTO EQUAL 'S'
               CLOSE FATURAS
           END-IF.
           DISPLAY "================================".
           DISPLAY "LINHAS LIDAS.........: " WRK-ACUM-LIDOS.
           DISPLAY "PEDIDOS GRAVADOS.....: " WRK-ACUM-GRAVADOS.
           DISPLAY "ITENS GRAVADOS.......: " WRK-ACUM-ITENS.
           DISPLAY "LINHAS REJEITADAS....: " WRK-ACUM-REJEITADOS.
           DISPLAY "  SEM ESTOQUE........: " WRK-ACUM-SEM-ESTOQUE.
           MOVE WRK-ACUM-ICMS TO WRK-ICMS-EDITADO.
           DISPLAY "ICMS DOS PEDIDOS.....: " WRK-ICMS-EDITADO.
           IF FPR-QTDE > 0
               MOVE 'G' TO FPR-FUNCAO
               MOVE "ARQ063" TO FPR-PROGRAMA
