      *==            LOGADA) -- SUBSTITUI A SEQUENCIA ARQ025 +
      *==            ARQ055 + ARQ028 + ARQ027 QUE COMIA O TEMPO DO
      *==            ATENDIMENTO
      *==  O PEDIDO PODE TER VARIOS PRODUTOS -- CADA ITEM VAI PARA O
      *==  ARQUIVO DE ITENS (PEDIDOS-ITENS) SOB O CABECALHO, COMO NO
      *==  ARQ027; O DISPONIVEL DE CADA ITEM E CONFERIDO NO ESTOQUE
      *==  (ARQ102) E A QUANTIDADE DO PEDIDO GRAVADO FICA RESERVADA
      *==  O PRECO DO ITEM E O VIGENTE NA DATA DO PEDIDO (ARQ106)
      *==  A CONDICAO DE PAGAMENTO (ARQ110) VAI PARA O SATELITE
      *==  PEDIDOS-CONDICAO, COMO NO ARQ027
      *==  A LINHA "COBRANCA" DA TELA MOSTRA AS FATURAS DO CLIENTE EM
      *==  COBRANCA NA AGENCIA (COBRANCA-EXTERNA, VIDE CEXREG)
      *==  O ICMS DO PEDIDO E CALCULADO COMO NO ARQ027 (MODULO ARQ129):
      *==  CLIENTE SEM ENDERECO ESTRUTURADO (SEM REG-UF) NAO RECEBE
      *==  PEDIDO E PRODUTO SEM ALIQUOTA PARA A UF E IGNORADO
      *==  A LINHA "CREDITO" TRAZ TAMBEM A PONTUACAO INTERNA DO CLIENTE
      *==  (PONTUACAO-CREDITO, REFEITA TODO MES PELO ARQ132)
      *==  O LIMITE CONSOLIDADO DO GRUPO ECONOMICO (ARQ134) E
      *==  CONFERIDO COMO NO ARQ027
      *==  NAS LINHAS DOS ULTIMOS PEDIDOS O PEDIDO FATURADO TRAZ A
      *==  SITUACAO DA ENTREGA (ENTREGAS, VIDE ENTREG) NO LUGAR DO
      *==  FIM DA DESCRICAO
      *==  A COTACAO ABERTA E DENTRO DA VALIDADE (COTACOES, VIDE
      *==  COTREG, DIGITADA NO ARQ139) PODE SER CONVERTIDA EM PEDIDO:
      *==  AS LINHAS COTADAS ENTRAM COM O PRECO DA COTACAO, PASSAM
      *==  PELO ICMS E PELO ESTOQUE, O CREDITO E O BUREAU SAO
      *==  VERIFICADOS NAQUELE MOMENTO E O VENDEDOR E O DA COTACAO;
      *==  GRAVADO O PEDIDO, A COTACAO FICA CONVERTIDA ('C') COM A
      *==  SEQUENCIA DELE
      *==  A LINHA "PONTOS" MOSTRA O SALDO DO CLIENTE NO PROGRAMA DE
      *==  FIDELIDADE (MODULO ARQ144); NA INCLUSAO O CLIENTE PODE
      *==  TROCAR PONTOS POR DESCONTO NO PEDIDO -- O DESCONTO SAI DO
      *==  VALOR DO PEDIDO E FICA NO SATELITE PEDIDOS-RESGATE (VIDE
      *==  PRSREG), QUE O FATURAMENTO (ARQ064) ABATE DAS LINHAS
      *==  O VENDEDOR DERIVADO E O VIGENTE NA DATA DO PEDIDO
      *==  (CARTEIRA OU HISTORICO DE TERRITORIOS, MODULO ARQ150)
      *==  CLIENTE COM ALERTA DE FRAUDE EM ABERTO (ALERTAS-FRAUDE,
      *==  GERADO PELA TRIAGEM NOTURNA DO ARQ152) E AVISADO LOGO
      *==  ABAIXO DA TELA -- O AVISO NAO BLOQUEIA O PEDIDO
      *==  O PEDIDO GRAVADO VAI PARA O LOG DE TRANSACOES COM O
      *==  OPERADOR DA SESSAO (INCLUSAO-PEDIDO), COMO NO ARQ027
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

               RECORD KEY IS CRD-ID-CLIENTE
               FILE STATUS IS FS-CREDITO.

           SELECT PONTUACAO ASSIGN TO
               DYNAMIC WRK-CAMINHO-PONTUACAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTC-ID-CLIENTE
               FILE STATUS IS FS-PONTUACAO.

           SELECT LIMITES ASSIGN TO
               DYNAMIC WRK-CAMINHO-LIMITES
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
               FILE STATUS IS FS-FATURAS.


           SELECT COBRANCA-EXTERNA ASSIGN TO
               DYNAMIC WRK-CAMINHO-CEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEX-FAT-NUMERO
               ALTERNATE RECORD KEY IS CEX-ID-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-CEX.

           SELECT ENTREGAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ENTREGAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-CHAVE
               ALTERNATE RECORD KEY IS ENT-RASTREIO
                   WITH DUPLICATES
               FILE STATUS IS FS-ENTREGAS.

           SELECT COTACOES ASSIGN TO
               DYNAMIC WRK-CAMINHO-COTACOES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               FILE STATUS IS FS-COTACOES.

           SELECT COT-ITENS ASSIGN TO
               DYNAMIC WRK-CAMINHO-CTI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTI-CHAVE
               FILE STATUS IS FS-CTI.

           SELECT PED-VENDEDOR ASSIGN TO
               DYNAMIC WRK-CAMINHO-PDV
               RECORD KEY IS PDV-CHAVE
               FILE STATUS IS FS-PDV.

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

           SELECT ALERTAS-FRAUDE ASSIGN TO
               DYNAMIC WRK-CAMINHO-ALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALF-CHAVE
               FILE STATUS IS FS-ALF.

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
       01 REG-CREDITO.
           COPY CRDREG.

       FD PONTUACAO.
       01 REG-PONTUACAO.
           COPY PTCREG.

       FD LIMITES.
       01 REG-LIMITE.
           COPY LIMREG.

       FD GRUPOS.
       01 REG-GRUPO.
           COPY GECREG.

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD COBRANCA-EXTERNA.
       01 REG-COBRANCA-EXTERNA.
           COPY CEXREG.

       FD ENTREGAS.
       01 REG-ENTREGAS.
           COPY ENTREG.

       FD COTACOES.
       01 REG-COTACAO.
           COPY COTREG.

       FD COT-ITENS.
       01 REG-COT-ITEM.
           COPY CTIREG.

       FD PED-VENDEDOR.
       01 REG-PED-VENDEDOR.
           COPY PDVREG.

       FD PED-CONDICAO.
       01 REG-PED-CONDICAO.
           COPY PCPREG.

       FD PED-RESGATE.
       01 REG-PED-RESGATE.
           COPY PRSREG.

       FD ALERTAS-FRAUDE.
       01 REG-ALF.
           COPY ALFREG.

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
       77 WRK-CAMINHO-CEX PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PONTUACAO PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ENTREGAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PRODUTOS PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-PRODUTOS PIC 9(02) VALUE ZEROS.
       77 FS-CREDITO PIC 9(02) VALUE ZEROS.
       77 FS-PONTUACAO PIC 9(02) VALUE ZEROS.
       77 FS-LIMITES PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-CEX PIC 9(02) VALUE ZEROS.
       77 FS-ENTREGAS PIC 9(02) VALUE ZEROS.
       77 FS-OPERADORES PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-NOME-TELA PIC X(20) VALUE SPACES.
       77 WRK-STATUS-TELA PIC X(10) VALUE SPACES.
       77 WRK-CREDITO-TELA PIC X(15) VALUE SPACES.
       77 WRK-PONTUACAO-TELA PIC X(15) VALUE SPACES.
       77 WRK-COBRANCA-TELA PIC X(30) VALUE SPACES.
       77 WRK-CEX-QTDE PIC 9(03) VALUE ZEROS.
       77 WRK-CEX-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CEX-QTDE-EDIT PIC ZZ9.
       77 WRK-CEX-VALOR-EDIT PIC ZZZZZZZZ9.99.
       01 WRK-PEDIDOS-TELA.
           05 WRK-PED-LINHA1 PIC X(60) VALUE SPACES.
           05 WRK-PED-LINHA2 PIC X(60) VALUE SPACES.
       01 WRK-PEDIDOS-TELA-R REDEFINES WRK-PEDIDOS-TELA.
           05 WRK-PED-LINHA OCCURS 3 TIMES PIC X(60).
       77 WRK-PED-QTDE PIC 9(01) VALUE ZERO.
       77 WRK-ENTREGA-TELA PIC X(11) VALUE SPACES.
       77 WRK-VALOR-EDITADO PIC ZZZZZZ9.99.

      *===========ENTRADA DO PEDIDO (REGRAS DO ARQ027)========
       77 WRK-PRD-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-PRD-DESCRICAO PIC X(40) VALUE SPACES.
       77 WRK-PRD-PRECO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRD-CLASSE PIC X(02) VALUE SPACES.
       77 WRK-ENTRADA-OK PIC X(01) VALUE 'S'.

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

      *===========ICMS DO PEDIDO (ARQ129)=====================
       01 WRK-ICP-PARAMETROS.
           COPY ICPPRM.
       77 WRK-UF-DESTINO PIC X(02) VALUE SPACES.
       77 WRK-VALOR-ICMS PIC 9(07)V99 VALUE ZEROS.

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

      *===========GERACAO DA SEQUENCIA DO PEDIDO==============
       77 WRK-ULTIMA-SEQ PIC 9(05) VALUE ZEROS.

      *===========VERIFICACAO DE CREDITO======================
       77 WRK-CREDITO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-PONTUACAO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-LIMITES-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-FATURAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CEX-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-ENTREGAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CREDITO-OK PIC X(01) VALUE 'S'.
       77 WRK-BLOQUEIO-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-BLOQUEIO-GRUPO PIC X(30) VALUE SPACES.
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
       77 WRK-SUPERVISOR PIC X(04) VALUE SPACES.
       77 WRK-SUPERVISOR-OK PIC X(01) VALUE 'N'.

      *===========CONVERSAO DE COTACAO EM PEDIDO (ARQ139)======
       77 FS-COTACOES PIC 9(02) VALUE ZEROS.
       77 FS-CTI PIC 9(02) VALUE ZEROS.
       77 WRK-CAMINHO-COTACOES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CTI PIC X(30) VALUE SPACES.
       77 WRK-COTACOES-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CTI-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-ORIGEM-COTACAO PIC X(01) VALUE 'N'.
       77 WRK-NUMERO-COTACAO PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-COTACOES PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-COTACAO PIC X(01) VALUE 'N'.

      *===========PONTOS DE FIDELIDADE (ARQ144)===============
       01 WRK-PNP-PARAMETROS.
           COPY PNPPRM.
       77 FS-PRS PIC 9(02) VALUE ZEROS.
       77 WRK-CAMINHO-PRS PIC X(30) VALUE SPACES.
       77 WRK-FIDELIDADE-TELA PIC X(30) VALUE SPACES.
       77 WRK-SALDO-PONTOS PIC 9(09) VALUE ZEROS.
       77 WRK-VALOR-PONTO PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PONTOS-ALFA PIC X(07) VALUE SPACES.
       77 WRK-PONTOS-RESGATE PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-DESCONTO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PONTOS-EDITADO PIC ZZZZZZZZ9.

      *===========ALERTAS DE FRAUDE EM ABERTO (ARQ152)========
       77 FS-ALF PIC 9(02) VALUE ZEROS.
       77 WRK-CAMINHO-ALF PIC X(30) VALUE SPACES.
       77 WRK-ALF-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-ALF-FIM PIC X(01) VALUE 'N'.
       77 WRK-ALF-QTDE PIC 9(03) VALUE ZEROS.
       77 WRK-ALF-QTDE-EDIT PIC ZZ9.

       SCREEN SECTION.
       01 TELA-MESA.
           05 BLANK SCREEN.
           05 LINE 07 COL 10 VALUE "CREDITO..:".
           05 SCR-CREDITO LINE 07 COL 21 PIC X(15)
               USING WRK-CREDITO-TELA.
           05 LINE 07 COL 38 VALUE "INTERNA:".
           05 SCR-PONTUACAO LINE 07 COL 47 PIC X(15)
               USING WRK-PONTUACAO-TELA.
           05 LINE 08 COL 10 VALUE "COBRANCA.:".
           05 SCR-COBRANCA LINE 08 COL 21 PIC X(30)
               USING WRK-COBRANCA-TELA.
           05 LINE 09 COL 10 VALUE "ULTIMOS PEDIDOS:".
           05 SCR-PED1 LINE 10 COL 12 PIC X(60)
               USING WRK-PED-LINHA1.
               USING WRK-PED-LINHA2.
           05 SCR-PED3 LINE 12 COL 12 PIC X(60)
               USING WRK-PED-LINHA3.
           05 LINE 13 COL 10 VALUE "PONTOS...:".
           05 SCR-FIDELIDADE LINE 13 COL 21 PIC X(30)
               USING WRK-FIDELIDADE-TELA.


       PROCEDURE DIVISION.
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
           OPEN INPUT CREDITO.
           IF FS-CREDITO EQUAL 00
               MOVE 'S' TO WRK-CREDITO-ABERTO
           END-IF.
           OPEN INPUT PONTUACAO.
           IF FS-PONTUACAO EQUAL 00
               MOVE 'S' TO WRK-PONTUACAO-ABERTO
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
           OPEN INPUT COBRANCA-EXTERNA.
           IF FS-CEX EQUAL 00
               MOVE 'S' TO WRK-CEX-ABERTO
           END-IF.
           OPEN INPUT ENTREGAS.
           IF FS-ENTREGAS EQUAL 00
               MOVE 'S' TO WRK-ENTREGAS-ABERTO
           END-IF.
           OPEN I-O COTACOES.
           IF FS-COTACOES EQUAL 00
               MOVE 'S' TO WRK-COTACOES-ABERTO
           END-IF.
           OPEN INPUT COT-ITENS.
           IF FS-CTI EQUAL 00
               MOVE 'S' TO WRK-CTI-ABERTO
           END-IF.
           OPEN INPUT ALERTAS-FRAUDE.
           IF FS-ALF EQUAL 00
               MOVE 'S' TO WRK-ALF-ABERTO
           END-IF.
           DISPLAY "DIGITE O ID OU O CPF DO CLIENTE...".
           ACCEPT WRK-CHAVE-ALFA.

                       WRK-CAMINHO-CREDITO
                   MOVE "LIMITE-CREDITO-TEST.txt" TO
                       WRK-CAMINHO-LIMITES
                   MOVE "GRUPOS-ECONOMICOS-TEST.txt" TO
                       WRK-CAMINHO-GRUPOS
                   MOVE "FATURAS-TEST.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "PONTUACAO-CREDITO-TEST.txt" TO
                       WRK-CAMINHO-PONTUACAO
                   MOVE "PRODUTOS-TEST.TXT" TO WRK-CAMINHO-PRODUTOS
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-DEV.txt" TO WRK-CAMINHO-PEDIDOS
                       WRK-CAMINHO-CREDITO
                   MOVE "LIMITE-CREDITO-DEV.txt" TO
                       WRK-CAMINHO-LIMITES
                   MOVE "GRUPOS-ECONOMICOS-DEV.txt" TO
                       WRK-CAMINHO-GRUPOS
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "PONTUACAO-CREDITO-DEV.txt" TO
                       WRK-CAMINHO-PONTUACAO
                   MOVE "PRODUTOS.TXT" TO WRK-CAMINHO-PRODUTOS
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS.txt" TO WRK-CAMINHO-PEDIDOS
                       WRK-CAMINHO-CREDITO
                   MOVE "\LIMITE-CREDITO.txt" TO
                       WRK-CAMINHO-LIMITES
                   MOVE "\GRUPOS-ECONOMICOS.txt" TO
                       WRK-CAMINHO-GRUPOS
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "\PONTUACAO-CREDITO.txt" TO
                       WRK-CAMINHO-PONTUACAO
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
                   MOVE "COBRANCA-EXTERNA-TEST.txt" TO
                       WRK-CAMINHO-CEX
                   MOVE "ENTREGAS-TEST.txt" TO
                       WRK-CAMINHO-ENTREGAS
                   MOVE "COTACOES-TEST.txt" TO
                       WRK-CAMINHO-COTACOES
                   MOVE "COTACOES-ITENS-TEST.txt" TO
                       WRK-CAMINHO-CTI
                   MOVE "PEDIDOS-RESGATE-TEST.txt" TO
                       WRK-CAMINHO-PRS
                   MOVE "ALERTAS-FRAUDE-TEST.txt" TO
                       WRK-CAMINHO-ALF
               WHEN "DEV"
                   MOVE "PEDIDOS-VENDEDOR-DEV.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "PEDIDOS-CONDICAO-DEV.txt" TO
                       WRK-CAMINHO-PCP
                   MOVE "PEDIDOS-ITENS-DEV.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "COBRANCA-EXTERNA-DEV.txt" TO
                       WRK-CAMINHO-CEX
                   MOVE "ENTREGAS-DEV.txt" TO
                       WRK-CAMINHO-ENTREGAS
                   MOVE "COTACOES-DEV.txt" TO
                       WRK-CAMINHO-COTACOES
                   MOVE "COTACOES-ITENS-DEV.txt" TO
                       WRK-CAMINHO-CTI
                   MOVE "PEDIDOS-RESGATE-DEV.txt" TO
                       WRK-CAMINHO-PRS
                   MOVE "ALERTAS-FRAUDE-DEV.txt" TO
                       WRK-CAMINHO-ALF
               WHEN OTHER
                   MOVE "\PEDIDOS-VENDEDOR.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "\PEDIDOS-CONDICAO.txt" TO
                       WRK-CAMINHO-PCP
                   MOVE "\PEDIDOS-ITENS.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "\COBRANCA-EXTERNA.txt" TO
                       WRK-CAMINHO-CEX
                   MOVE "\ENTREGAS.txt" TO
                       WRK-CAMINHO-ENTREGAS
                   MOVE "\COTACOES.txt" TO
                       WRK-CAMINHO-COTACOES
                   MOVE "\COTACOES-ITENS.txt" TO
                       WRK-CAMINHO-CTI
                   MOVE "\PEDIDOS-RESGATE.txt" TO
                       WRK-CAMINHO-PRS
                   MOVE "\ALERTAS-FRAUDE.txt" TO
                       WRK-CAMINHO-ALF
           END-EVALUATE.

       0200-PROCESS SECTION.
           END-IF.
           PERFORM 0220-MONTA-TELA.
           DISPLAY TELA-MESA.
           IF WRK-ALF-ABERTO EQUAL 'S'
               PERFORM 0228-VERIFICA-ALERTAS
           END-IF.
           IF REG-STATUS EQUAL 'I' OR REG-STATUS EQUAL 'L'
               DISPLAY "CLIENTE NAO ACEITA PEDIDO NOVO"
               GOBACK
           END-IF.
           DISPLAY "INCLUIR PEDIDO (S/N, C=CONVERTER COTACAO)...".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               PERFORM 0240-INCLUI-PEDIDO
           END-IF.
           IF WRK-CONFIRMA EQUAL "C" OR WRK-CONFIRMA EQUAL "c"
               PERFORM 0262-CONVERTE-COTACAO
           END-IF.

       0210-LOCALIZA-CLIENTE SECTION.
      *==  11 DIGITOS E CPF (CHAVE ALTERNATIVA), ATE 7 E O ID --
                       END-EVALUATE
               END-READ
           END-IF.
           MOVE "SEM HISTORICO" TO WRK-PONTUACAO-TELA.
           IF WRK-PONTUACAO-ABERTO EQUAL 'S'
               MOVE WRK-ID TO PTC-ID-CLIENTE
               READ PONTUACAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WRK-PONTUACAO-TELA
                       STRING PTC-PONTOS DELIMITED BY SIZE
                           " FAIXA " DELIMITED BY SIZE
                           PTC-FAIXA DELIMITED BY SIZE
                           INTO WRK-PONTUACAO-TELA
               END-READ
           END-IF.
           PERFORM 0225-VERIFICA-COBRANCA-EXTERNA.
           PERFORM 0226-CONSULTA-PONTOS.
           PERFORM 0230-CARREGA-ULTIMOS-PEDIDOS.

       0226-CONSULTA-PONTOS SECTION.
      *==  SALDO DO EXTRATO DE PONTOS E O MESMO SALDO EM REAIS PELO
      *==  VALOR DO PONTO NO RESGATE
           MOVE ZEROS TO WRK-SALDO-PONTOS.
           MOVE ZEROS TO WRK-VALOR-PONTO.
           MOVE "SEM PONTOS" TO WRK-FIDELIDADE-TELA.
           MOVE 'S' TO PNP-FUNCAO.
           MOVE WRK-ID TO PNP-ID-CLIENTE.
           MOVE SPACES TO PNP-DOCUMENTO.
           MOVE ZEROS TO PNP-VALOR.
           MOVE ZEROS TO PNP-PONTOS.
           MOVE "ARQ095" TO PNP-PROGRAMA.
           CALL "ARQ144" USING WRK-PNP-PARAMETROS.
           IF PNP-RESULTADO EQUAL 'S' AND PNP-SALDO > ZERO
               MOVE PNP-SALDO TO WRK-SALDO-PONTOS
               MOVE PNP-VALOR-PONTO TO WRK-VALOR-PONTO
               MOVE PNP-SALDO TO WRK-PONTOS-EDITADO
               MOVE PNP-VALOR-SALDO TO WRK-VALOR-EDITADO
               MOVE SPACES TO WRK-FIDELIDADE-TELA
               STRING FUNCTION TRIM(WRK-PONTOS-EDITADO)
                       DELIMITED BY SIZE
                   " (R$ " DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-VALOR-EDITADO) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WRK-FIDELIDADE-TELA
           END-IF.

       0228-VERIFICA-ALERTAS SECTION.
      *==  CONTA OS ALERTAS AINDA NAO REVISADOS (SITUACAO 'A') DO
      *==  CLIENTE -- A REVISAO E FEITA NO ARQ153
           MOVE ZEROS TO WRK-ALF-QTDE.
           MOVE 'N' TO WRK-ALF-FIM.
           MOVE LOW-VALUES TO ALF-CHAVE.
           MOVE REG-ID TO ALF-ID-CLIENTE.
           START ALERTAS-FRAUDE KEY IS NOT LESS THAN ALF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-ALF-FIM
           END-START.
           PERFORM UNTIL WRK-ALF-FIM EQUAL 'S'
               READ ALERTAS-FRAUDE NEXT
                   AT END
                       MOVE 'S' TO WRK-ALF-FIM
                   NOT AT END
                       IF ALF-ID-CLIENTE NOT EQUAL REG-ID
                           MOVE 'S' TO WRK-ALF-FIM
                       ELSE
                           IF ALF-SITUACAO EQUAL 'A'
                               ADD 1 TO WRK-ALF-QTDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-ALF-QTDE > ZERO
               MOVE WRK-ALF-QTDE TO WRK-ALF-QTDE-EDIT
               DISPLAY "*** ATENCAO: CLIENTE COM " WRK-ALF-QTDE-EDIT
                   " ALERTA(S) DE FRAUDE EM ABERTO"
           END-IF.

       0225-VERIFICA-COBRANCA-EXTERNA SECTION.
      *==  SO CONTA O QUE AINDA ESTA NA AGENCIA (CEX-STATUS 'E') --
      *==  O ATENDENTE VE QUE HA DIVIDA EM COBRANCA DE TERCEIRO ANTES
      *==  DE ACEITAR O PEDIDO NOVO
           MOVE "NENHUMA" TO WRK-COBRANCA-TELA.
           MOVE ZEROS TO WRK-CEX-QTDE.
           MOVE ZEROS TO WRK-CEX-VALOR.
           IF WRK-CEX-ABERTO EQUAL 'S'
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE WRK-ID TO CEX-ID-CLIENTE
               START COBRANCA-EXTERNA KEY IS EQUAL TO CEX-ID-CLIENTE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ COBRANCA-EXTERNA NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF CEX-ID-CLIENTE EQUAL WRK-ID
                               IF CEX-STATUS EQUAL 'E'
                                   ADD 1 TO WRK-CEX-QTDE
                                   ADD CEX-VALOR-ENVIADO TO
                                       WRK-CEX-VALOR
                               END-IF
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO FS-CEX
           END-IF.
           IF WRK-CEX-QTDE > ZERO
               MOVE WRK-CEX-QTDE TO WRK-CEX-QTDE-EDIT
               MOVE WRK-CEX-VALOR TO WRK-CEX-VALOR-EDIT
               MOVE SPACES TO WRK-COBRANCA-TELA
               STRING "AGENCIA " DELIMITED BY SIZE
                   WRK-CEX-QTDE-EDIT DELIMITED BY SIZE
                   " FAT " DELIMITED BY SIZE
                   WRK-CEX-VALOR-EDIT DELIMITED BY SIZE
                   INTO WRK-COBRANCA-TELA
           END-IF.

       0230-CARREGA-ULTIMOS-PEDIDOS SECTION.
      *==  O GRUPO DO CLIENTE E PERCORRIDO INTEIRO E AS TRES LINHAS
      *==  DA TELA FICAM SEMPRE COM OS TRES ULTIMOS -- AS LINHAS
               " " DELIMITED BY SIZE
               PED-DESCRICAO (1:28) DELIMITED BY SIZE
               INTO WRK-PED-LINHA (WRK-PED-QTDE).
           IF PED-STATUS EQUAL 'F' AND WRK-ENTREGAS-ABERTO EQUAL 'S'
               PERFORM 0237-SITUACAO-ENTREGA
               MOVE SPACES TO WRK-PED-LINHA (WRK-PED-QTDE) (45:16)
               MOVE WRK-ENTREGA-TELA TO
                   WRK-PED-LINHA (WRK-PED-QTDE) (46:11)
           END-IF.

       0237-SITUACAO-ENTREGA SECTION.
      *==  AS ULTIMAS 12 POSICOES DA DESCRICAO DAO LUGAR A SITUACAO
      *==  DA ENTREGA DO PEDIDO FATURADO
           MOVE PED-CHAVE TO ENT-CHAVE.
           READ ENTREGAS
               INVALID KEY
                   MOVE "A DESPACHAR" TO WRK-ENTREGA-TELA
               NOT INVALID KEY
                   EVALUATE ENT-STATUS
                       WHEN 'T'
                           MOVE "EM TRANSITO" TO WRK-ENTREGA-TELA
                       WHEN 'E'
                           MOVE "ENTREGUE" TO WRK-ENTREGA-TELA
                       WHEN 'D'
                           MOVE "DEVOLVIDA" TO WRK-ENTREGA-TELA
                       WHEN OTHER
                           MOVE ENT-STATUS TO WRK-ENTREGA-TELA
                   END-EVALUATE
           END-READ.

       0240-INCLUI-PEDIDO SECTION.
      *==  DAQUI PARA BAIXO VALEM AS MESMAS REGRAS DO ARQ027 --
      *==  PRODUTOS DO CATALOGO, QUANTIDADES, VERIFICACAO DE CREDITO
      *==  E LIBERACAO NIVEL 3 LOGADA; CADA TESTE DERRUBA A FLAG DE
      *==  ENTRADA, COMO NA VALIDACAO DA CARGA (ARQ016)
           MOVE 'S' TO WRK-ENTRADA-OK.
           MOVE ZEROS TO WRK-PONTOS-RESGATE.
           MOVE ZEROS TO WRK-VALOR-DESCONTO.
           IF REG-UF IS ALPHABETIC AND REG-UF NOT EQUAL SPACES
               AND REG-CEP IS NUMERIC
               MOVE REG-UF TO WRK-UF-DESTINO
           ELSE
               DISPLAY "ENDERECO NAO ESTRUTURADO (SEM UF) -- "
                   "PEDIDO RECUSADO"
               MOVE 'N' TO WRK-ENTRADA-OK
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               IF WRK-ORIGEM-COTACAO EQUAL 'S'
                   PERFORM 0264-CARREGA-ITENS-COTACAO
               ELSE
                   PERFORM 0241-ACEITA-ITENS
               END-IF
               IF WRK-ITEM-TOTAL EQUAL ZERO
                   DISPLAY "NENHUM ITEM INFORMADO -- PEDIDO RECUSADO"
                   MOVE 'N' TO WRK-ENTRADA-OK
               END-IF
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0244-MONTA-DESCRICAO
               MOVE WRK-VALOR TO WRK-VALOR-EDITADO
               DISPLAY "VALOR DO PEDIDO...   " WRK-VALOR-EDITADO
               MOVE WRK-VALOR-ICMS TO WRK-VALOR-EDITADO
               DISPLAY "ICMS (" WRK-UF-DESTINO ")........   "
                   WRK-VALOR-EDITADO
               IF WRK-SALDO-PONTOS > ZERO
                   PERFORM 0248-ACEITA-RESGATE
               END-IF
               PERFORM 0250-VERIFICA-CREDITO
               IF WRK-CREDITO-OK NOT EQUAL 'S'
                   DISPLAY "PEDIDO RECUSADO -- " WRK-BLOQUEIO-MOTIVO
               PERFORM 0242-GRAVA-PEDIDO
           END-IF.

       0241-ACEITA-ITENS SECTION.
      *==  UM PRODUTO POR VEZ ATE O ENTER EM BRANCO -- ITEM INVALIDO
      *==  E IGNORADO SEM PERDER AS LINHAS JA ACEITAS
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
                   PERFORM 0243-ACEITA-ITEM
                   IF WRK-ITEM-TOTAL EQUAL 20
                       DISPLAY "LIMITE DE 20 ITENS POR PEDIDO"
                       MOVE 'S' TO WRK-FIM-ITENS
                   END-IF
               END-IF
           END-PERFORM.

       0243-ACEITA-ITEM SECTION.
           MOVE 'S' TO WRK-ITEM-OK.
           PERFORM 0245-PROCURA-PRODUTO.
           IF WRK-PRD-ACHADO NOT EQUAL 'S'
               DISPLAY "PRODUTO NAO CADASTRADO -- ITEM IGNORADO"
               MOVE 'N' TO WRK-ITEM-OK
           END-IF.
           IF WRK-ITEM-OK EQUAL 'S'
               MOVE ZEROS TO ICP-BASE
               PERFORM 0247-CALCULA-ICMS
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
               PERFORM 0246-CONFERE-ESTOQUE
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
               PERFORM 0247-CALCULA-ICMS
               ADD ICP-VALOR TO WRK-VALOR-ICMS
           END-IF.

       0247-CALCULA-ICMS SECTION.
      *==  MESMO CALCULO DO ARQ027 -- COM A BASE ZERADA A CHAMADA SO
      *==  CONFERE SE A UF TEM ALIQUOTA PARA A CLASSE DO PRODUTO
           MOVE 'C' TO ICP-FUNCAO.
           MOVE WRK-UF-DESTINO TO ICP-UF.
           MOVE WRK-PRD-CLASSE TO ICP-CLASSE.
           CALL "ARQ129" USING WRK-ICP-PARAMETROS.

       0246-CONFERE-ESTOQUE SECTION.
      *==  MESMA CONFERENCIA DO ARQ027 -- A CONSULTA LEVA A SOMA DO
      *==  QUE O PEDIDO JA TEM DO PRODUTO; SEM CONTROLE ('N') PASSA
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

       0244-MONTA-DESCRICAO SECTION.
      *==  UM ITEM SO: DESCRICAO DE SEMPRE (" QTD NNN"); MAIS ITENS:
      *==  O CABECALHO DIZ QUANTOS SAO E O DETALHE FICA NAS LINHAS
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

       0242-GRAVA-PEDIDO SECTION.
      *==  NA CONVERSAO O VENDEDOR E O DA COTACAO, SEM PERGUNTA
           IF WRK-ORIGEM-COTACAO EQUAL 'S'
               MOVE COT-VENDEDOR TO WRK-VENDEDOR
           ELSE
               DISPLAY "CODIGO DO VENDEDOR (ENTER=TERRITORIO)..."
               MOVE SPACES TO WRK-VENDEDOR
               ACCEPT WRK-VENDEDOR
               IF WRK-VENDEDOR EQUAL SPACES
                   PERFORM 0270-DERIVA-VENDEDOR
               END-IF
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
           PERFORM 0260-GERA-SEQUENCIA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
               NOT INVALID KEY
                   DISPLAY "PEDIDO GRAVADO -- SEQUENCIA "
                       PED-SEQUENCIA
                   PERFORM 0290-GRAVA-ITENS
                   PERFORM 0295-RESERVA-ESTOQUE
                   PERFORM 0280-REGISTRA-VENDEDOR
                   PERFORM 0285-REGISTRA-CONDICAO
                   IF WRK-ORIGEM-COTACAO EQUAL 'S'
                       PERFORM 0266-MARCA-CONVERTIDA
                   END-IF
                   IF WRK-PONTOS-RESGATE > ZERO
                       PERFORM 0249-LANCA-RESGATE
                   END-IF
                   PERFORM 0297-GRAVA-LOG-PEDIDO
           END-WRITE.

       0248-ACEITA-RESGATE SECTION.
      *==  O DESCONTO NAO PASSA DO VALOR DO PEDIDO -- O QUE SOBRAR
      *==  DE PONTOS FICA NO SALDO; O ICMS CONTINUA SOBRE AS LINHAS
           DISPLAY "PONTOS DISPONIVEIS..   " WRK-SALDO-PONTOS.
           DISPLAY "PONTOS A RESGATAR (ENTER=NENHUM)...".
           MOVE SPACES TO WRK-PONTOS-ALFA.
           ACCEPT WRK-PONTOS-ALFA.
           IF WRK-PONTOS-ALFA NOT EQUAL SPACES
               IF FUNCTION TRIM(WRK-PONTOS-ALFA) IS NUMERIC
                   COMPUTE WRK-PONTOS-RESGATE =
                       FUNCTION NUMVAL(WRK-PONTOS-ALFA)
               ELSE
                   DISPLAY "QUANTIDADE INVALIDA -- SEM RESGATE"
               END-IF
           END-IF.
           IF WRK-PONTOS-RESGATE > WRK-SALDO-PONTOS
               DISPLAY "SALDO DE PONTOS INSUFICIENTE -- SEM RESGATE"
               MOVE ZEROS TO WRK-PONTOS-RESGATE
           END-IF.
           IF WRK-PONTOS-RESGATE > ZERO
               COMPUTE WRK-VALOR-DESCONTO =
                   WRK-PONTOS-RESGATE * WRK-VALOR-PONTO
               IF WRK-VALOR-DESCONTO > WRK-VALOR
                   AND WRK-VALOR-PONTO > ZERO
                   COMPUTE WRK-PONTOS-RESGATE =
                       WRK-VALOR / WRK-VALOR-PONTO
                   COMPUTE WRK-VALOR-DESCONTO =
                       WRK-PONTOS-RESGATE * WRK-VALOR-PONTO
                   DISPLAY "RESGATE LIMITADO AO VALOR DO PEDIDO -- "
                       WRK-PONTOS-RESGATE " PONTOS"
               END-IF
               SUBTRACT WRK-VALOR-DESCONTO FROM WRK-VALOR
               MOVE WRK-VALOR-DESCONTO TO WRK-VALOR-EDITADO
               DISPLAY "DESCONTO (PONTOS)...   " WRK-VALOR-EDITADO
               MOVE WRK-VALOR TO WRK-VALOR-EDITADO
               DISPLAY "VALOR A PAGAR.......   " WRK-VALOR-EDITADO
           END-IF.

       0249-LANCA-RESGATE SECTION.
      *==  O DEBITO DOS PONTOS VAI PELO MODULO -- SE O SALDO MUDOU
      *==  ENTRE A TELA E A GRAVACAO E O RESGATE FOR RECUSADO, O
      *==  PEDIDO VOLTA AO VALOR CHEIO
           MOVE 'R' TO PNP-FUNCAO.
           MOVE PED-ID-CLIENTE TO PNP-ID-CLIENTE.
           MOVE SPACES TO PNP-DOCUMENTO.
           STRING PED-ID-CLIENTE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               PED-SEQUENCIA DELIMITED BY SIZE
               INTO PNP-DOCUMENTO.
           MOVE ZEROS TO PNP-VALOR.
           MOVE WRK-PONTOS-RESGATE TO PNP-PONTOS.
           MOVE "ARQ095" TO PNP-PROGRAMA.
           CALL "ARQ144" USING WRK-PNP-PARAMETROS.
           IF PNP-RESULTADO EQUAL 'S'
               MOVE PNP-VALOR TO WRK-VALOR-DESCONTO
               PERFORM 0287-REGISTRA-RESGATE
               DISPLAY "PONTOS RESGATADOS...   " PNP-PONTOS
           ELSE
               ADD WRK-VALOR-DESCONTO TO PED-VALOR
               REWRITE REG-PEDIDOS
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR PEDIDO"
               END-REWRITE
               DISPLAY "RESGATE RECUSADO -- PEDIDO SEM DESCONTO"
           END-IF.

       0245-PROCURA-PRODUTO SECTION.
           MOVE 'N' TO WRK-PRD-ACHADO.
           OPEN INPUT PRODUTOS.
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

       0250-VERIFICA-CREDITO SECTION.
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
                   PERFORM 0252-CALCULA-EXPOSICAO
                   IF WRK-EXPOSICAO + WRK-VALOR >
                           WRK-LIMITE-CLIENTE
                   END-IF
               END-IF
           END-IF.
      *==  O GRUPO E VERIFICADO MESMO COM O CLIENTE JA BLOQUEADO --
      *==  O SUPERVISOR SO LIBERA SABENDO DE TODOS OS MOTIVOS
           IF WRK-GRUPOS-ABERTO EQUAL 'S'
               PERFORM 0258-VERIFICA-GRUPO
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
               PERFORM 0254-PEDE-LIBERACAO
               IF WRK-SUPERVISOR-OK EQUAL 'S'
                   MOVE 'S' TO WRK-CREDITO-OK
       0252-CALCULA-EXPOSICAO SECTION.
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

       0258-VERIFICA-GRUPO SECTION.
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
                               PERFORM 0252-CALCULA-EXPOSICAO
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
               END-IF
           END-IF.

       0254-PEDE-LIBERACAO SECTION.
           MOVE 'N' TO WRK-SUPERVISOR-OK.
           DISPLAY "LIBERACAO EXIGE OPERADOR NIVEL 3".
           END-PERFORM.
           MOVE ZEROS TO FS-PEDIDOS.

       0262-CONVERTE-COTACAO SECTION.
      *==  SO COTACAO ABERTA E DENTRO DA VALIDADE -- A VENCIDA AINDA
      *==  NAO EXPIRADA PELA CADEIA NOTURNA (ARQ140) JA E RECUSADA
           IF WRK-COTACOES-ABERTO NOT EQUAL 'S'
               OR WRK-CTI-ABERTO NOT EQUAL 'S'
               DISPLAY "NENHUMA COTACAO CADASTRADA"
           ELSE
               PERFORM 0263-LISTA-COTACOES-ABERTAS
               IF WRK-QTDE-COTACOES EQUAL ZEROS
                   DISPLAY "CLIENTE SEM COTACAO ABERTA"
               ELSE
                   DISPLAY "NUMERO DA COTACAO A CONVERTER..."
                   MOVE ZEROS TO WRK-NUMERO-COTACAO
                   ACCEPT WRK-NUMERO-COTACAO
                   MOVE WRK-ID TO COT-ID-CLIENTE
                   MOVE WRK-NUMERO-COTACAO TO COT-NUMERO
                   READ COTACOES
                       INVALID KEY
                           DISPLAY "COTACAO NAO ENCONTRADA"
                       NOT INVALID KEY
                           IF COT-STATUS NOT EQUAL 'A'
                               DISPLAY "COTACAO NAO ESTA ABERTA"
                           ELSE
                               IF COT-VALIDADE <
                                       FUNCTION CURRENT-DATE (1:8)
                                   DISPLAY "COTACAO VENCIDA EM "
                                       COT-VALIDADE
                               ELSE
                                   MOVE 'S' TO WRK-ORIGEM-COTACAO
                                   PERFORM 0240-INCLUI-PEDIDO
                                   MOVE 'N' TO WRK-ORIGEM-COTACAO
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-IF.

       0263-LISTA-COTACOES-ABERTAS SECTION.
           MOVE ZEROS TO WRK-QTDE-COTACOES.
           MOVE 'N' TO WRK-FIM-COTACAO.
           MOVE WRK-ID TO COT-ID-CLIENTE.
           MOVE ZEROS TO COT-NUMERO.
           START COTACOES KEY IS GREATER THAN COT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-COTACAO
           END-START.
           PERFORM UNTIL WRK-FIM-COTACAO EQUAL 'S'
               READ COTACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-COTACAO
                   NOT AT END
                       IF COT-ID-CLIENTE NOT EQUAL WRK-ID
                           MOVE 'S' TO WRK-FIM-COTACAO
                       ELSE
                           IF COT-STATUS EQUAL 'A'
                               ADD 1 TO WRK-QTDE-COTACOES
                               MOVE COT-VALOR TO WRK-VALOR-EDITADO
                               DISPLAY "COTACAO " COT-NUMERO " "
                                   COT-DESCRICAO (1:24) " "
                                   WRK-VALOR-EDITADO " ATE "
                                   COT-VALIDADE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-COTACOES.

       0264-CARREGA-ITENS-COTACAO SECTION.
      *==  AS LINHAS DA COTACAO VIRAM OS ITENS DO PEDIDO NA ORDEM EM
      *==  QUE FORAM COTADAS -- QUALQUER LINHA RECUSADA (PRODUTO FORA
      *==  DO CATALOGO, SEM ALIQUOTA OU ESTOQUE NAO CONFIRMADO)
      *==  DERRUBA A CONVERSAO INTEIRA, PARA O PEDIDO NAO SAIR
      *==  DIFERENTE DO QUE FOI COTADO
           MOVE ZEROS TO WRK-ITEM-TOTAL.
           MOVE ZEROS TO WRK-VALOR.
           MOVE ZEROS TO WRK-VALOR-ICMS.
           MOVE 'N' TO WRK-FIM-ITENS.
           MOVE COT-ID-CLIENTE TO CTI-ID-CLIENTE.
           MOVE COT-NUMERO TO CTI-NUMERO.
           MOVE 1 TO CTI-LINHA.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL 'S'
               READ COT-ITENS
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ITENS
                   NOT INVALID KEY
                       PERFORM 0265-ACEITA-ITEM-COTACAO
                       IF WRK-ITEM-OK NOT EQUAL 'S'
                           DISPLAY "LINHA " CTI-LINHA " RECUSADA --"
                               " COTACAO NAO CONVERTIDA"
                           MOVE ZEROS TO WRK-ITEM-TOTAL
                           MOVE 'S' TO WRK-FIM-ITENS
                       ELSE
                           ADD 1 TO CTI-LINHA
                           IF WRK-ITEM-TOTAL EQUAL 20
                               MOVE 'S' TO WRK-FIM-ITENS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0265-ACEITA-ITEM-COTACAO SECTION.
           MOVE 'S' TO WRK-ITEM-OK.
           MOVE CTI-PRODUTO TO WRK-CODIGO-PRODUTO.
           MOVE CTI-QUANTIDADE TO WRK-QUANTIDADE.
           PERFORM 0245-PROCURA-PRODUTO.
           IF WRK-PRD-ACHADO NOT EQUAL 'S'
               DISPLAY "PRODUTO " CTI-PRODUTO " FORA DO CATALOGO"
               MOVE 'N' TO WRK-ITEM-OK
           END-IF.
           IF WRK-ITEM-OK EQUAL 'S'
               MOVE ZEROS TO ICP-BASE
               PERFORM 0247-CALCULA-ICMS
               IF ICP-RESULTADO NOT EQUAL 'S'
                   DISPLAY "PRODUTO " CTI-PRODUTO
                       " SEM ALIQUOTA DE ICMS PARA " WRK-UF-DESTINO
                   MOVE 'N' TO WRK-ITEM-OK
               END-IF
           END-IF.
           IF WRK-ITEM-OK EQUAL 'S'
               DISPLAY "PRODUTO...   " WRK-PRD-DESCRICAO
                   " QTD " WRK-QUANTIDADE
               PERFORM 0246-CONFERE-ESTOQUE
           END-IF.
      *==  O PRECO QUE VALE E O COTADO, NAO O VIGENTE HOJE
           IF WRK-ITEM-OK EQUAL 'S'
               ADD 1 TO WRK-ITEM-TOTAL
               MOVE CTI-PRODUTO TO WRK-ITEM-PRODUTO (WRK-ITEM-TOTAL)
               MOVE WRK-PRD-DESCRICAO TO
                   WRK-ITEM-DESCRICAO (WRK-ITEM-TOTAL)
               MOVE WRK-QUANTIDADE TO WRK-ITEM-QTDE (WRK-ITEM-TOTAL)
               MOVE CTI-PRECO-UNIT TO WRK-ITEM-PRECO (WRK-ITEM-TOTAL)
               MOVE CTI-VALOR-LINHA TO
                   WRK-ITEM-VALOR (WRK-ITEM-TOTAL)
               ADD CTI-VALOR-LINHA TO WRK-VALOR
               MOVE CTI-VALOR-LINHA TO ICP-BASE
               PERFORM 0247-CALCULA-ICMS
               ADD ICP-VALOR TO WRK-VALOR-ICMS
           END-IF.

       0266-MARCA-CONVERTIDA SECTION.
      *==  O REGISTRO DA COTACAO LIDO NA CONVERSAO CONTINUA NA AREA --
      *==  NENHUMA OUTRA LEITURA DO ARQUIVO ACONTECE NO MEIO
           MOVE 'C' TO COT-STATUS.
           MOVE PED-DATA TO COT-DATA-STATUS.
           MOVE PED-SEQUENCIA TO COT-PED-SEQUENCIA.
           REWRITE REG-COTACAO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR COTACAO"
               NOT INVALID KEY
                   DISPLAY "COTACAO " COT-NUMERO " CONVERTIDA"
                   PERFORM 0267-GRAVA-LOG-CONVERSAO
           END-REWRITE.

       0267-GRAVA-LOG-CONVERSAO SECTION.
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
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           OPEN EXTEND LOG-TRANSACOES.
           IF FS-LOGTRANS EQUAL 35
               OPEN OUTPUT LOG-TRANSACOES
               CLOSE LOG-TRANSACOES
               OPEN EXTEND LOG-TRANSACOES
           END-IF.
           MOVE SPACES TO REG-LOG-TRANSACAO.
           STRING WRK-DATA-HORA DELIMITED BY SIZE
               " ARQ095   CONVERTE-COTACAO ID=" DELIMITED BY SIZE
               WRK-ID DELIMITED BY SIZE
               " COT=" DELIMITED BY SIZE
               COT-NUMERO DELIMITED BY SIZE
               " PED=" DELIMITED BY SIZE
               PED-SEQUENCIA DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO REG-LOG-TRANSACAO.
           WRITE REG-LOG-TRANSACAO.
           CLOSE LOG-TRANSACOES.

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

       0287-REGISTRA-RESGATE SECTION.
      *==  MESMO SATELITE DA CONDICAO -- SO PEDIDO COM RESGATE TEM
      *==  LINHA EM PEDIDOS-RESGATE
           OPEN I-O PED-RESGATE.
           IF FS-PRS EQUAL 35
               OPEN OUTPUT PED-RESGATE
               CLOSE PED-RESGATE
               OPEN I-O PED-RESGATE
           END-IF.
           IF FS-PRS NOT EQUAL 00
               DISPLAY "PEDIDOS-RESGATE INDISPONIVEL"
           ELSE
               MOVE PED-ID-CLIENTE TO PRS-ID-CLIENTE
               MOVE PED-SEQUENCIA TO PRS-SEQUENCIA
               MOVE PED-DATA TO PRS-DATA
               MOVE PNP-PONTOS TO PRS-PONTOS
               MOVE WRK-VALOR-DESCONTO TO PRS-VALOR-DESCONTO
               WRITE REG-PED-RESGATE
                   INVALID KEY
                       REWRITE REG-PED-RESGATE
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR RESGATE"
                       END-REWRITE
               END-WRITE
               CLOSE PED-RESGATE
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
               " ARQ095   INCLUSAO-PEDIDO PEDIDO=" DELIMITED BY SIZE
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
           IF WRK-PONTUACAO-ABERTO EQUAL 'S'
               CLOSE PONTUACAO
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
           IF WRK-CEX-ABERTO EQUAL 'S'
               CLOSE COBRANCA-EXTERNA
           END-IF.
           IF WRK-ENTREGAS-ABERTO EQUAL 'S'
               CLOSE ENTREGAS
           END-IF.
           IF WRK-COTACOES-ABERTO EQUAL 'S'
               CLOSE COTACOES
           END-IF.
           IF WRK-CTI-ABERTO EQUAL 'S'
               CLOSE COT-ITENS
           END-IF.
           IF WRK-ALF-ABERTO EQUAL 'S'
               CLOSE ALERTAS-FRAUDE
           END-IF.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
