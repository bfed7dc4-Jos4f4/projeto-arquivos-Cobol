       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ143 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: GERACAO NOTURNA DOS PEDIDOS PROGRAMADOS --
      *==            PERCORRE O ARQUIVO DE PEDIDOS PROGRAMADOS (VIDE
      *==            PRGREG, MANTIDO PELO ARQ142) E, PARA CADA
      *==            PROGRAMACAO ATIVA COM A PROXIMA DATA VENCIDA,
      *==            GRAVA O PEDIDO DO CICLO COM AS MESMAS REGRAS DE
      *==            ACEITACAO DA ENTRADA DE PEDIDOS (ARQ027) E DA
      *==            CARGA EM LOTE (ARQ063): CLIENTE ATIVO, PRECO DO
      *==            CATALOGO VIGENTE NA DATA (ARQ106), ICMS DA UF
      *==            (ARQ129), ESTOQUE (ARQ102), STATUS DO BUREAU,
      *==            LIMITE DE CREDITO E LIMITE DO GRUPO ECONOMICO;
      *==            RODA NA CADEIA NOTURNA (ARQ036)
      *==  EM BATCH NAO HA LIBERACAO DE SUPERVISOR -- O PEDIDO QUE O
      *==  CREDITO RECUSA NAO E GRAVADO E VAI, COM O MOTIVO E O
      *==  VALOR, PARA PEDIDOS-PROGRAMADOS-EXCECOES.TXT, A LISTA QUE A
      *==  MESA DE PEDIDOS ACOMPANHA; O MESMO VALE PARA CLIENTE
      *==  INATIVO E PARA O ITEM RECUSADO (PRODUTO FORA DO CATALOGO,
      *==  SEM ALIQUOTA OU SEM ESTOQUE), QUE SAI SOZINHO ENQUANTO O
      *==  RESTO DO PEDIDO SEGUE, COMO NO ARQ063
      *==  A LISTA E ACUMULATIVA (CADA LINHA LEVA A DATA DA GERACAO)
      *==  -- UMA REEXECUCAO DA CADEIA NAO APAGA AS EXCECOES DA NOITE
      *==  GERADO OU RECUSADO, O CICLO ESTA CUMPRIDO: A PROXIMA DATA
      *==  AVANCA EM DIAS UTEIS PELO ARQ092 E A MESA DIGITA O PEDIDO
      *==  RECUSADO QUANDO O CREDITO FOR RESOLVIDO; CADEIA PARADA POR
      *==  ALGUNS DIAS GERA UM PEDIDO SO E PULA OS CICLOS PERDIDOS
      *==  PASSADA A DATA FINAL A PROGRAMACAO E ENCERRADA ('E')
      *==  O VENDEDOR DERIVADO E O VIGENTE NA DATA DO PEDIDO
      *==  (CARTEIRA OU HISTORICO DE TERRITORIOS, MODULO ARQ150)
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

           SELECT PROGRAMADOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PROGRAMADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-CHAVE
               FILE STATUS IS FS-PROGRAMADOS.

           SELECT PRG-ITENS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PRI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRI-CHAVE
               FILE STATUS IS FS-PRI.

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
               ACCESS MODE IS DYNAMIC
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

           SELECT EXCECOES ASSIGN TO
               "PEDIDOS-PROGRAMADOS-EXCECOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCECOES.

           SELECT PED-VENDEDOR ASSIGN TO
               DYNAMIC WRK-CAMINHO-PDV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-ID-CLIENTE
               FILE STATUS IS FS-CREDITO.

           SELECT LIMITES ASSIGN TO
               DYNAMIC WRK-CAMINHO-LIMITES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD PROGRAMADOS.
       01 REG-PROGRAMADO.
           COPY PRGREG.

       FD PRG-ITENS.
       01 REG-PRG-ITEM.
           COPY PRIREG.

       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.

       FD PEDIDOS.
       01 REG-PEDIDOS.
           COPY PEDREG.

       FD ITENS.
       01 REG-ITENS.
           COPY ITPREG.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRDREG.

       FD EXCECOES.
       01 REG-EXCECAO PIC X(120).

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

       FD LIMITES.
       01 REG-LIMITE.
           COPY LIMREG.

       FD GRUPOS.
       01 REG-GRUPO.
           COPY GECREG.

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       WORKING-STORAGE SECTION.

      *===========RETORNO DA ETAPA PARA A CADEIA (ARQ036)=====
      *==  RETURN-CODE E O STATUS DE SAIDA DO PROCESSO PARA O
      *==  ESCALONADOR; COMO OS PROGRAMAS SAO INITIAL, O ITEM
      *==  EXTERNAL LEVA O MESMO STATUS DE VOLTA AO DRIVER DA
      *==  CADEIA DENTRO DA MESMA EXECUCAO
       01 CADEIA-RETORNO EXTERNAL PIC 9(02).
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-PROGRAMADOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PRI PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CREDITO PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-LIMITES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-GRUPOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ITENS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PRODUTOS PIC X(30) VALUE SPACES.

       77 FS-PROGRAMADOS PIC 9(02) VALUE ZEROS.
       77 FS-PRI PIC 9(02) VALUE ZEROS.
       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-EXCECOES PIC 9(02) VALUE ZEROS.
       77 FS-ITENS PIC 9(02) VALUE ZEROS.
       77 FS-PRODUTOS PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

      *===========TRAVA DE EXECUCAO (ARQ048)==================
       01 WRK-TRV-PARAMETROS.
           COPY TRVPRM.

      *===========PEDIDO DO CICLO EM FORMACAO=================
       77 WRK-ID PIC 9(07) VALUE ZEROS.
       77 WRK-CODIGO-PRODUTO PIC X(06) VALUE SPACES.
       77 WRK-QUANTIDADE PIC 9(05) VALUE ZEROS.
       77 WRK-DESCRICAO PIC X(40) VALUE SPACES.
       77 WRK-DESC-CURTA PIC X(32) VALUE SPACES.
       77 WRK-VALOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-LINHA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-EDITADO PIC ZZZZZZ9.99.
       77 WRK-REGISTRO-VALIDO PIC X(01) VALUE 'S'.
       77 WRK-MOTIVO-REJEICAO PIC X(30) VALUE SPACES.
       77 WRK-FIM-ITENS PIC X(01) VALUE 'N'.

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

      *===========LINHAS ACEITAS DO PEDIDO DO CICLO===========
       01 WRK-TAB-GRUPO.
           05 WRK-GRP-ITEM OCCURS 20 TIMES
               INDEXED BY WRK-GRP-IDX.
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

      *===========PERIODO FECHADO (ARQ127)====================
       01 WRK-PFP-PARAMETROS.
           COPY PFPPRM.
       77 WRK-PERIODO-FECHADO PIC X(01) VALUE 'N'.

      *===========AVANCO DA PROXIMA DATA (ARQ092)==============
       01 WRK-DUT-PARAMETROS.
           COPY DUTPRM.
       77 WRK-NOVA-DATA PIC X(08) VALUE SPACES.
       77 WRK-CAL-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-CAL-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-CAL-MES PIC 9(02) VALUE ZEROS.
       77 WRK-CAL-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-CAL-ULTIMO PIC 9(02) VALUE ZEROS.
       77 WRK-CAL-INT PIC 9(08) VALUE ZEROS.

      *===========GERACAO DA SEQUENCIA DO PEDIDO==============
       77 WRK-ULTIMA-SEQ PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.

      *===========VERIFICACAO DE CREDITO======================
       77 FS-CREDITO PIC 9(02) VALUE ZEROS.
       77 FS-LIMITES PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 WRK-CREDITO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-LIMITES-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-FATURAS-ABERTO PIC X(01) VALUE 'N'.
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
       77 WRK-ACUM-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-VENCIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-GRAVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ITENS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-RECUSADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ITENS-RECUSADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ENCERRADAS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           MOVE 'A' TO TRV-FUNCAO.
           MOVE 'B' TO TRV-MODO.
           MOVE "ARQ143" TO TRV-PROGRAMA.
           CALL "ARQ048" USING WRK-TRV-PARAMETROS.
           IF TRV-RESULTADO NOT EQUAL 'S'
               DISPLAY "EXECUCAO ABANDONADA -- CADASTRO EM USO"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO CADEIA-RETORNO
               GOBACK
           END-IF.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           OPEN I-O PROGRAMADOS.
           IF FS-PROGRAMADOS EQUAL 35
               DISPLAY "NENHUM PEDIDO PROGRAMADO CADASTRADO"
               PERFORM 0310-LIBERA-TRAVA
               GOBACK
           END-IF.
           IF FS-PROGRAMADOS NOT EQUAL 00
               MOVE "PEDIDOS-PROGRAMADOS NAO ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PRG-ITENS.
           IF FS-PRI NOT EQUAL 00
               MOVE "ITENS PROGRAMADOS NAO ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O PEDIDOS.
           IF FS-PEDIDOS EQUAL 35
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF.
           IF FS-PEDIDOS NOT EQUAL 00
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
           OPEN EXTEND EXCECOES.
           IF FS-EXCECOES EQUAL 35
               OPEN OUTPUT EXCECOES
               CLOSE EXCECOES
               OPEN EXTEND EXCECOES
           END-IF.
           PERFORM 0105-ABRE-ARQUIVOS-CREDITO.
           PERFORM 0106-CARREGA-PRODUTOS.
      *==  O PEDIDO NASCE COM A DATA DE HOJE -- COM O MES JA FECHADO
      *==  PELO FECHAMENTO MENSAL (ARQ126) O CICLO VAI PARA A LISTA
      *==  DE EXCECOES
           MOVE 'V' TO PFP-FUNCAO.
           MOVE WRK-DATA-HOJE TO PFP-DATA.
           CALL "ARQ127" USING WRK-PFP-PARAMETROS.
           IF PFP-RESULTADO EQUAL 'F'
               MOVE 'S' TO WRK-PERIODO-FECHADO
               DISPLAY "PERIODO FECHADO -- CICLOS VAO PARA AS EXCECOES"
           END-IF.

       0106-CARREGA-PRODUTOS SECTION.
      *==  O CATALOGO VAI PARA A MEMORIA UMA VEZ SO, COMO NA CARGA
      *==  EM LOTE (ARQ063)
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
      *==  VERIFICACAO CORRESPONDENTE SIMPLESMENTE NAO SE APLICA
           OPEN INPUT CREDITO.
           IF FS-CREDITO EQUAL 00
               MOVE 'S' TO WRK-CREDITO-ABERTO
           END-IF.
           OPEN INPUT LIMITES.
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
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-TEST.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "CREDITO-STATUS-TEST.txt" TO
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
                       WRK-CAMINHO-PEDIDOS
                   MOVE "CREDITO-STATUS-DEV.txt" TO
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
                       WRK-CAMINHO-PEDIDOS
                   MOVE "\CREDITO-STATUS.txt" TO
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
                   MOVE "PEDIDOS-PROGRAMADOS-TEST.txt" TO
                       WRK-CAMINHO-PROGRAMADOS
                   MOVE "PEDIDOS-PROGRAMADOS-ITENS-TEST.txt" TO
                       WRK-CAMINHO-PRI
               WHEN "DEV"
                   MOVE "PEDIDOS-VENDEDOR-DEV.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "PEDIDOS-CONDICAO-DEV.txt" TO
                       WRK-CAMINHO-PCP
                   MOVE "PEDIDOS-ITENS-DEV.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "PEDIDOS-PROGRAMADOS-DEV.txt" TO
                       WRK-CAMINHO-PROGRAMADOS
                   MOVE "PEDIDOS-PROGRAMADOS-ITENS-DEV.txt" TO
                       WRK-CAMINHO-PRI
               WHEN OTHER
                   MOVE "\PEDIDOS-VENDEDOR.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "\PEDIDOS-CONDICAO.txt" TO
                       WRK-CAMINHO-PCP
                   MOVE "\PEDIDOS-ITENS.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "\PEDIDOS-PROGRAMADOS.txt" TO
                       WRK-CAMINHO-PROGRAMADOS
                   MOVE "\PEDIDOS-PROGRAMADOS-ITENS.txt" TO
                       WRK-CAMINHO-PRI
           END-EVALUATE.

       0200-PROCESS SECTION.
           READ PROGRAMADOS NEXT RECORD.
           PERFORM UNTIL FS-PROGRAMADOS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDAS
               IF PRG-STATUS EQUAL 'A'
                   AND PRG-PROXIMA <= WRK-DATA-HOJE
                   PERFORM 0210-PROCESSA-PROGRAMACAO
               END-IF
               READ PROGRAMADOS NEXT RECORD
           END-PERFORM.

       0210-PROCESSA-PROGRAMACAO SECTION.
      *==  PROGRAMACAO QUE JA PASSOU DA DATA FINAL E SO ENCERRADA;
      *==  AS DEMAIS GERAM O PEDIDO DO CICLO E AVANCAM A DATA
           IF PRG-FIM NOT EQUAL SPACES
               AND PRG-PROXIMA > PRG-FIM
               PERFORM 0290-ENCERRA-PROGRAMACAO
           ELSE
               ADD 1 TO WRK-ACUM-VENCIDAS
               PERFORM 0220-MONTA-PEDIDO
               PERFORM 0260-FECHA-PEDIDO
               PERFORM 0280-AVANCA-PROXIMA
               IF PRG-FIM NOT EQUAL SPACES
                   AND PRG-PROXIMA > PRG-FIM
                   PERFORM 0290-ENCERRA-PROGRAMACAO
               ELSE
                   PERFORM 0295-REGRAVA-PROGRAMACAO
               END-IF
           END-IF.

       0220-MONTA-PEDIDO SECTION.
      *==  O CLIENTE E VALIDADO UMA VEZ POR PEDIDO -- SE ELE NAO
      *==  PASSA, O CICLO INTEIRO VAI PARA AS EXCECOES
           MOVE PRG-ID-CLIENTE TO WRK-ID.
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
               MOVE WRK-ID TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       MOVE 'N' TO WRK-REGISTRO-VALIDO
                       MOVE "ID NAO CADASTRADO" TO
                           WRK-MOTIVO-REJEICAO
               END-READ
           END-IF.
           IF WRK-REGISTRO-VALIDO EQUAL 'S'
               AND REG-STATUS EQUAL 'I'
               MOVE 'N' TO WRK-REGISTRO-VALIDO
               MOVE "CLIENTE INATIVO" TO WRK-MOTIVO-REJEICAO
           END-IF.
           IF WRK-REGISTRO-VALIDO EQUAL 'S'
               AND REG-STATUS EQUAL 'L'
               MOVE 'N' TO WRK-REGISTRO-VALIDO
               MOVE "CLIENTE ANONIMIZADO" TO WRK-MOTIVO-REJEICAO
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
           MOVE PRG-CONDICAO TO WRK-CONDICAO.
           IF WRK-REGISTRO-VALIDO EQUAL 'S'
               AND WRK-CONDICAO NOT EQUAL SPACES
               PERFORM 0275-VALIDA-CONDICAO
               IF WRK-CONDICAO EQUAL SPACES
                   MOVE 'N' TO WRK-REGISTRO-VALIDO
                   MOVE "CONDICAO PAGTO NAO CADASTRADA" TO
                       WRK-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF WRK-REGISTRO-VALIDO EQUAL 'S'
               PERFORM 0225-LE-ITENS
           ELSE
               PERFORM 0250-REGISTRA-EXCECAO
           END-IF.

       0225-LE-ITENS SECTION.
      *==  ACESSO ALEATORIO LINHA A LINHA -- AS LINHAS SAO NUMERADAS
      *==  A PARTIR DE 1 SEM BURACOS
           MOVE PRG-ID-CLIENTE TO PRI-ID-CLIENTE.
           MOVE PRG-NUMERO TO PRI-NUMERO.
           MOVE 1 TO PRI-LINHA.
           MOVE 'N' TO WRK-FIM-ITENS.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL 'S'
               READ PRG-ITENS
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ITENS
                   NOT INVALID KEY
                       MOVE PRI-PRODUTO TO WRK-CODIGO-PRODUTO
                       MOVE PRI-QUANTIDADE TO WRK-QUANTIDADE
                       PERFORM 0230-VALIDA-ITEM
                       IF WRK-REGISTRO-VALIDO EQUAL 'S'
                           PERFORM 0235-GUARDA-ITEM
                       ELSE
                           PERFORM 0255-REGISTRA-ITEM-RECUSADO
                       END-IF
                       ADD 1 TO PRI-LINHA
               END-READ
           END-PERFORM.
           IF WRK-GRP-TOTAL EQUAL ZERO
               MOVE "NENHUM ITEM ACEITO" TO WRK-MOTIVO-REJEICAO
               PERFORM 0250-REGISTRA-EXCECAO
           END-IF.

       0230-VALIDA-ITEM SECTION.
           MOVE 'S' TO WRK-REGISTRO-VALIDO.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           PERFORM 0222-PROCURA-PRODUTO.
           IF WRK-PRD-ACHADO NOT EQUAL 'S'
               MOVE 'N' TO WRK-REGISTRO-VALIDO
               MOVE "PRODUTO NAO CADASTRADO" TO WRK-MOTIVO-REJEICAO
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
               AND WRK-QUANTIDADE EQUAL ZERO
               MOVE 'N' TO WRK-REGISTRO-VALIDO
               MOVE "QUANTIDADE INVALIDA" TO WRK-MOTIVO-REJEICAO
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
               MOVE WRK-DATA-HOJE TO PRC-DATA
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
      *==  VAI PARA AS EXCECOES E O RESTO DO PEDIDO SEGUE; O MESMO
      *==  PRODUTO JA GUARDADO NO PEDIDO ENTRA NA CONTA
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

       0235-GUARDA-ITEM SECTION.
           ADD 1 TO WRK-GRP-TOTAL.
           MOVE WRK-CODIGO-PRODUTO TO WRK-GRP-PRODUTO (WRK-GRP-TOTAL).
           MOVE WRK-PRD-DESCRICAO (WRK-PRD-POS) TO
               WRK-GRP-DESCRICAO (WRK-GRP-TOTAL).
           MOVE WRK-QUANTIDADE TO WRK-GRP-QTDE (WRK-GRP-TOTAL).
           MOVE WRK-PRECO-VIGENTE TO WRK-GRP-PRECO (WRK-GRP-TOTAL).
           MOVE WRK-VALOR-LINHA TO WRK-GRP-VALOR (WRK-GRP-TOTAL).

       0260-FECHA-PEDIDO SECTION.
      *==  O CREDITO E CONFERIDO SOBRE O TOTAL DO PEDIDO -- RECUSADO,
      *==  O PEDIDO NAO E GRAVADO E O CICLO VAI PARA AS EXCECOES
           IF WRK-GRP-TOTAL > ZERO
               MOVE 'S' TO WRK-REGISTRO-VALIDO
               MOVE SPACES TO WRK-MOTIVO-REJEICAO
               PERFORM 0228-VERIFICA-CREDITO
               IF WRK-REGISTRO-VALIDO EQUAL 'S'
                   PERFORM 0265-MONTA-DESCRICAO
                   PERFORM 0240-GRAVA-PEDIDO
               ELSE
                   PERFORM 0250-REGISTRA-EXCECAO
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

       0228-VERIFICA-CREDITO SECTION.
      *==  MESMA VERIFICACAO DO ARQ027 -- EM BATCH NAO HA LIBERACAO
      *==  DE SUPERVISOR: O PEDIDO BLOQUEADO VAI PARA AS EXCECOES
           IF WRK-CREDITO-ABERTO EQUAL 'S'
               MOVE WRK-ID TO CRD-ID-CLIENTE
               READ CREDITO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CRD-STATUS EQUAL "RJ"
                           MOVE 'N' TO WRK-REGISTRO-VALIDO
                           MOVE "BUREAU REJEITADO (RJ)" TO
                               WRK-MOTIVO-REJEICAO
                       END-IF
               END-READ
           END-IF.
           IF WRK-REGISTRO-VALIDO EQUAL 'S'
               AND WRK-LIMITES-ABERTO EQUAL 'S'
               MOVE 'N' TO WRK-TEM-LIMITE
               MOVE WRK-ID TO LIM-ID-CLIENTE
               READ LIMITES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-LIMITE
                       MOVE LIM-LIMITE TO WRK-LIMITE-CLIENTE
               END-READ
               IF WRK-TEM-LIMITE EQUAL 'S'
                   MOVE WRK-ID TO WRK-EXP-ID
                   PERFORM 0229-CALCULA-EXPOSICAO
                   IF WRK-EXPOSICAO + WRK-VALOR >
                           WRK-LIMITE-CLIENTE
                       MOVE 'N' TO WRK-REGISTRO-VALIDO
                       MOVE "LIMITE DE CREDITO EXCEDIDO" TO
                           WRK-MOTIVO-REJEICAO
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
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF PED-ID-CLIENTE EQUAL WRK-EXP-ID
                           IF PED-STATUS EQUAL 'A'
                               ADD PED-VALOR TO WRK-EXPOSICAO
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-PEDIDOS.
           IF WRK-FATURAS-ABERTO EQUAL 'S'
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE WRK-EXP-ID TO FAT-ID-CLIENTE
               MOVE ZEROS TO FAT-SEQUENCIA
               MOVE ZEROS TO FAT-PARCELA
               START FATURAS KEY IS GREATER THAN FAT-CHAVE-PEDIDO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ FATURAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF FAT-ID-CLIENTE EQUAL WRK-EXP-ID
                               IF FAT-STATUS EQUAL 'A'
                                   ADD FAT-VALOR TO WRK-EXPOSICAO
                               END-IF
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO FS-FATURAS
           END-IF.

       0227-VERIFICA-GRUPO SECTION.
      *==  CLIENTE DE GRUPO ECONOMICO COM LIMITE CONSOLIDADO (GECREG):
      *==  A EXPOSICAO ABERTA DE TODOS OS MEMBROS, MAIS ESTE PEDIDO,
      *==  NAO PODE PASSAR DO LIMITE DO GRUPO
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
      *==  INTERATIVA -- A ULTIMA SEQUENCIA DO CLIENTE DA A PROXIMA
           MOVE ZEROS TO WRK-ULTIMA-SEQ.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID TO PED-ID-CLIENTE.
           MOVE ZEROS TO PED-SEQUENCIA.
           START PEDIDOS KEY IS GREATER THAN PED-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF PED-ID-CLIENTE EQUAL WRK-ID
                           MOVE PED-SEQUENCIA TO WRK-ULTIMA-SEQ
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-PEDIDOS.

       0240-GRAVA-PEDIDO SECTION.
           PERFORM 0230-GERA-SEQUENCIA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-ID TO PED-ID-CLIENTE.
           ADD 1 TO WRK-ULTIMA-SEQ GIVING PED-SEQUENCIA.
           MOVE WRK-DATA-HORA (1:8) TO PED-DATA.
           MOVE WRK-DESCRICAO TO PED-DESCRICAO.
           MOVE WRK-VALOR TO PED-VALOR.
           MOVE 'A' TO PED-STATUS.
           MOVE PRG-VENDEDOR TO WRK-VENDEDOR.
           IF WRK-VENDEDOR EQUAL SPACES
               PERFORM 0270-DERIVA-VENDEDOR
           END-IF.
           WRITE REG-PEDIDOS
               INVALID KEY
                   MOVE "ERRO AO GRAVAR PEDIDO" TO
                       WRK-MOTIVO-REJEICAO
                   PERFORM 0250-REGISTRA-EXCECAO
               NOT INVALID KEY
                   ADD 1 TO WRK-ACUM-GRAVADOS
                   ADD WRK-VALOR-ICMS TO WRK-ACUM-ICMS
                   MOVE PED-SEQUENCIA TO PRG-ULTIMO-PEDIDO
                   MOVE WRK-DATA-HOJE TO PRG-ULTIMA-GERACAO
                   PERFORM 0245-GRAVA-ITENS
                   PERFORM 0248-RESERVA-ESTOQUE
                   PERFORM 0282-REGISTRA-VENDEDOR
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

       0250-REGISTRA-EXCECAO SECTION.
      *==  UMA LINHA POR CICLO NAO GERADO, COM O VALOR QUE O PEDIDO
      *==  TERIA -- E A LISTA QUE A MESA DE PEDIDOS ACOMPANHA
           ADD 1 TO WRK-ACUM-RECUSADOS.
           MOVE WRK-VALOR TO WRK-VALOR-EDITADO.
           MOVE SPACES TO REG-EXCECAO.
           STRING WRK-DATA-HOJE DELIMITED BY SIZE
               " ID=" DELIMITED BY SIZE
               PRG-ID-CLIENTE DELIMITED BY SIZE
               " PRG=" DELIMITED BY SIZE
               PRG-NUMERO DELIMITED BY SIZE
               " PEDIDO NAO GERADO VALOR=" DELIMITED BY SIZE
               WRK-VALOR-EDITADO DELIMITED BY SIZE
               "  MOTIVO: " DELIMITED BY SIZE
               WRK-MOTIVO-REJEICAO DELIMITED BY SIZE
               INTO REG-EXCECAO.
           WRITE REG-EXCECAO.

       0255-REGISTRA-ITEM-RECUSADO SECTION.
           ADD 1 TO WRK-ACUM-ITENS-RECUSADOS.
           MOVE SPACES TO REG-EXCECAO.
           STRING WRK-DATA-HOJE DELIMITED BY SIZE
               " ID=" DELIMITED BY SIZE
               PRG-ID-CLIENTE DELIMITED BY SIZE
               " PRG=" DELIMITED BY SIZE
               PRG-NUMERO DELIMITED BY SIZE
               " ITEM NAO INCLUIDO PRODUTO=" DELIMITED BY SIZE
               WRK-CODIGO-PRODUTO DELIMITED BY SIZE
               " QTD=" DELIMITED BY SIZE
               WRK-QUANTIDADE DELIMITED BY SIZE
               "  MOTIVO: " DELIMITED BY SIZE
               WRK-MOTIVO-REJEICAO DELIMITED BY SIZE
               INTO REG-EXCECAO.
           WRITE REG-EXCECAO.

       0270-DERIVA-VENDEDOR SECTION.
      *==  PROGRAMACAO SEM VENDEDOR FIXO -- O VENDEDOR SAI DA
      *==  CARTEIRA OU DO TERRITORIO VIGENTE HOJE NO HISTORICO
      *==  (MODULO ARQ150)
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

       0280-AVANCA-PROXIMA SECTION.
      *==  UM CICLO POR VEZ ATE PASSAR DE HOJE -- CADEIA PARADA POR
      *==  ALGUNS DIAS NAO GERA OS CICLOS PERDIDOS EM ATRASO
           PERFORM UNTIL PRG-PROXIMA > WRK-DATA-HOJE
               EVALUATE PRG-FREQUENCIA
                   WHEN 'S'
                       MOVE 5 TO DUT-DIAS
                       PERFORM 0281-SOMA-DIAS-UTEIS
                   WHEN 'Q'
                       MOVE 10 TO DUT-DIAS
                       PERFORM 0281-SOMA-DIAS-UTEIS
                   WHEN OTHER
                       PERFORM 0283-PROXIMO-MES
               END-EVALUATE
               IF WRK-NOVA-DATA > PRG-PROXIMA
                   MOVE WRK-NOVA-DATA TO PRG-PROXIMA
               ELSE
                   MOVE "DATA DE GERACAO NAO AVANCOU" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
           END-PERFORM.

       0281-SOMA-DIAS-UTEIS SECTION.
           MOVE 'A' TO DUT-FUNCAO.
           MOVE PRG-PROXIMA TO DUT-DATA.
           CALL "ARQ092" USING WRK-DUT-PARAMETROS.
           MOVE SPACES TO WRK-NOVA-DATA.
           IF DUT-RESULTADO EQUAL 'S'
               MOVE DUT-DATA-RESULTADO TO WRK-NOVA-DATA
           END-IF.

       0283-PROXIMO-MES SECTION.
      *==  O MES DE REFERENCIA E O DA DATA NOMINAL (DIA PRG-DIA-MES):
      *==  SE O DIA UTIL JA ESCORREGOU PARA O MES SEGUINTE, O CICLO
      *==  AINDA E DO MES ANTERIOR; DIA INEXISTENTE NO MES (31 EM
      *==  ABRIL, 30 EM FEVEREIRO) VIRA O ULTIMO DIA DO MES
           MOVE PRG-PROXIMA TO WRK-CAL-DATA.
           MOVE WRK-CAL-DATA (1:4) TO WRK-CAL-ANO.
           MOVE WRK-CAL-DATA (5:2) TO WRK-CAL-MES.
           MOVE WRK-CAL-DATA (7:2) TO WRK-CAL-DIA.
           PERFORM 0284-ULTIMO-DIA-MES.
           IF WRK-CAL-DIA < PRG-DIA-MES
               AND WRK-CAL-DIA < WRK-CAL-ULTIMO
               SUBTRACT 1 FROM WRK-CAL-MES
               IF WRK-CAL-MES EQUAL ZERO
                   MOVE 12 TO WRK-CAL-MES
                   SUBTRACT 1 FROM WRK-CAL-ANO
               END-IF
           END-IF.
           ADD 1 TO WRK-CAL-MES.
           IF WRK-CAL-MES > 12
               MOVE 1 TO WRK-CAL-MES
               ADD 1 TO WRK-CAL-ANO
           END-IF.
           PERFORM 0284-ULTIMO-DIA-MES.
           IF PRG-DIA-MES > WRK-CAL-ULTIMO
               MOVE WRK-CAL-ULTIMO TO WRK-CAL-DIA
           ELSE
               MOVE PRG-DIA-MES TO WRK-CAL-DIA
           END-IF.
           MOVE WRK-CAL-ANO TO WRK-CAL-DATA (1:4).
           MOVE WRK-CAL-MES TO WRK-CAL-DATA (5:2).
           MOVE WRK-CAL-DIA TO WRK-CAL-DATA (7:2).
           MOVE 'P' TO DUT-FUNCAO.
           MOVE WRK-CAL-DATA TO DUT-DATA.
           CALL "ARQ092" USING WRK-DUT-PARAMETROS.
           MOVE SPACES TO WRK-NOVA-DATA.
           IF DUT-RESULTADO EQUAL 'S'
               MOVE DUT-DATA-RESULTADO TO WRK-NOVA-DATA
           END-IF.

       0284-ULTIMO-DIA-MES SECTION.
      *==  VESPERA DO DIA 1 DO MES SEGUINTE
           IF WRK-CAL-MES EQUAL 12
               COMPUTE WRK-CAL-INT = (WRK-CAL-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-CAL-INT =
                   WRK-CAL-ANO * 10000 + (WRK-CAL-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-CAL-INT =
               FUNCTION INTEGER-OF-DATE (WRK-CAL-INT) - 1.
           COMPUTE WRK-CAL-INT = FUNCTION DATE-OF-INTEGER (WRK-CAL-INT).
           MOVE WRK-CAL-INT (7:2) TO WRK-CAL-ULTIMO.

       0282-REGISTRA-VENDEDOR SECTION.
      *==  O LAYOUT DO PEDIDO NAO MUDA -- O VENDEDOR FICA NO
      *==  SATELITE PEDIDOS-VENDEDOR COM A MESMA CHAVE COMPOSTA
           IF WRK-VENDEDOR NOT EQUAL SPACES
               OPEN I-O PED-VENDEDOR
               IF FS-PDV EQUAL 35
                   OPEN OUTPUT PED-VENDEDOR
                   CLOSE PED-VENDEDOR
                   OPEN I-O PED-VENDEDOR
               END-IF
               IF FS-PDV NOT EQUAL 00
                   DISPLAY "PEDIDOS-VENDEDOR INDISPONIVEL"
               ELSE
                   MOVE PED-ID-CLIENTE TO PDV-ID-CLIENTE
                   MOVE PED-SEQUENCIA TO PDV-SEQUENCIA
                   MOVE WRK-VENDEDOR TO PDV-VENDEDOR
                   WRITE REG-PED-VENDEDOR
                       INVALID KEY
                           REWRITE REG-PED-VENDEDOR
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR VENDEDOR"
                           END-REWRITE
                   END-WRITE
                   CLOSE PED-VENDEDOR
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

       0290-ENCERRA-PROGRAMACAO SECTION.
           MOVE 'E' TO PRG-STATUS.
           MOVE WRK-DATA-HOJE TO PRG-DATA-STATUS.
           MOVE "LOTE" TO PRG-OPERADOR.
           ADD 1 TO WRK-ACUM-ENCERRADAS.
           PERFORM 0295-REGRAVA-PROGRAMACAO.

       0295-REGRAVA-PROGRAMACAO SECTION.
           REWRITE REG-PROGRAMADO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR PROGRAMACAO " PRG-CHAVE
           END-REWRITE.

       0300-FINISH SECTION.
           PERFORM 0310-LIBERA-TRAVA.
           CLOSE PROGRAMADOS.
           CLOSE PRG-ITENS.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE ITENS.
           CLOSE EXCECOES.
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
           DISPLAY "================================".
           DISPLAY "PROGRAMACOES LIDAS...: " WRK-ACUM-LIDAS.
           DISPLAY "CICLOS VENCIDOS......: " WRK-ACUM-VENCIDAS.
           DISPLAY "PEDIDOS GERADOS......: " WRK-ACUM-GRAVADOS.
           DISPLAY "ITENS GRAVADOS.......: " WRK-ACUM-ITENS.
           DISPLAY "PEDIDOS NAO GERADOS..: " WRK-ACUM-RECUSADOS.
           DISPLAY "ITENS NAO INCLUIDOS..: " WRK-ACUM-ITENS-RECUSADOS.
           DISPLAY "  SEM ESTOQUE........: " WRK-ACUM-SEM-ESTOQUE.
           DISPLAY "PROGRAMACOES ENCERR..: " WRK-ACUM-ENCERRADAS.
           MOVE WRK-ACUM-ICMS TO WRK-ICMS-EDITADO.
           DISPLAY "ICMS DOS PEDIDOS.....: " WRK-ICMS-EDITADO.
           DISPLAY "EXCECOES EM PEDIDOS-PROGRAMADOS-EXCECOES.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-LIBERA-TRAVA SECTION.
           MOVE 'L' TO TRV-FUNCAO.
           MOVE "ARQ143" TO TRV-PROGRAMA.
           CALL "ARQ048" USING WRK-TRV-PARAMETROS.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           PERFORM 0310-LIBERA-TRAVA.
           MOVE 8 TO RETURN-CODE.
           MOVE 8 TO CADEIA-RETORNO.
           GOBACK.
