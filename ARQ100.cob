       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ100 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==            TOTALIZA VALOR FATURADO POR VENDEDOR E MES COM
      *==            A VARIACAO MES A MES (NO ESTILO DO ARQ038) --
      *==            A COMISSAO SAI DO SISTEMA, NAO DO CADERNO
      *==  AS NOTAS DE CREDITO DA DEVOLUCAO DE MERCADORIA (ARQ108,
      *==  NOTAS-CREDITO) ESTORNAM A COMISSAO: ENTRAM COMO VALOR
      *==  NEGATIVO PARA O VENDEDOR DO PEDIDO DE ORIGEM, NO MES DA
      *==  NOTA (NCR-DATA)
      *==  O TERRITORIO E O VIGENTE NA DATA DO PEDIDO (CARTEIRA OU
      *==  HISTORICO DE TERRITORIOS, MODULO ARQ150) -- ALTERAR A FAIXA
      *==  NO ARQ099 NAO MUDA MAIS O VENDEDOR DOS PEDIDOS ANTIGOS; A
      *==  NOTA DE CREDITO USA A DATA DO PEDIDO DE ORIGEM
      *==  E A SEGUNDA ETAPA DO FECHAMENTO MENSAL (ARQ126) -- O
      *==  ERRO DEVOLVE RETURN-CODE 8 E A ETAPA FICA COMO FALHA
      *==  EM TEST (AMBIENTE.TXT) A TABELA LIDA E A VENDEDORES-TEST.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
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

           SELECT NOTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-NOTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NCR-NUMERO
               ALTERNATE RECORD KEY IS NCR-CHAVE-PEDIDO
                   WITH DUPLICATES
               FILE STATUS IS FS-NOTAS.

           SELECT PED-VENDEDOR ASSIGN TO
               DYNAMIC WRK-CAMINHO-PDV
               ORGANIZATION IS INDEXED
               FILE STATUS IS FS-PDV.

           SELECT VENDEDORES ASSIGN TO
               DYNAMIC WRK-CAMINHO-VENDEDORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDEDORES.

       01 REG-PEDIDOS.
           COPY PEDREG.

       FD NOTAS.
       01 REG-NOTAS.
           COPY NCRREG.

       FD PED-VENDEDOR.
       01 REG-PED-VENDEDOR.
           COPY PDVREG.
       01 REG-RELATORIO PIC X(90).

       WORKING-STORAGE SECTION.

      *===========RETORNO DA ETAPA PARA A CADEIA (ARQ126)=====
      *==  RETURN-CODE E O STATUS DE SAIDA DO PROCESSO PARA O
      *==  ESCALONADOR; COMO OS PROGRAMAS SAO INITIAL, O ITEM
      *==  EXTERNAL LEVA O MESMO STATUS DE VOLTA AO DRIVER DO
      *==  FECHAMENTO MENSAL DENTRO DA MESMA EXECUCAO
       01 CADEIA-RETORNO EXTERNAL PIC 9(02).
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PDV PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-NOTAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-VENDEDORES PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-PDV PIC 9(02) VALUE ZEROS.
       77 FS-NOTAS PIC 9(02) VALUE ZEROS.
       77 FS-VENDEDORES PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-EXEC PIC X(08) VALUE SPACES.
       77 WRK-PDV-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-NOTAS-ABERTO PIC X(01) VALUE 'N'.

      *===========TABELA DE VENDEDORES (CARGA UNICA)==========
       01 WRK-TAB-VENDEDORES.
               10 WRK-VDD-CODIGO  PIC X(03).
               10 WRK-VDD-NOME    PIC X(20).
               10 WRK-VDD-UF      PIC X(02).
       77 WRK-VDD-TOTAL PIC 9(02) VALUE ZEROS.

      *===========RESOLUCAO DO VENDEDOR DO PEDIDO=============
       77 WRK-VENDEDOR PIC X(03) VALUE SPACES.
       77 WRK-DATA-VIGENCIA PIC X(08) VALUE SPACES.
       01 WRK-VVP-PARAMETROS.
           COPY VVPPRM.

      *===========MOVIMENTO A TOTALIZAR (PEDIDO OU NOTA)=======
       77 WRK-ID-MOVTO PIC 9(07) VALUE ZEROS.
       77 WRK-SEQ-MOVTO PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-MOVTO PIC X(08) VALUE SPACES.
       77 WRK-VALOR-MOVTO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QTDE-MOVTO PIC 9(01) VALUE ZEROS.

      *===========TOTALIZACAO VENDEDOR + MES==================
       01 WRK-TAB-TOTAIS.
               10 WRK-TOT-VENDEDOR PIC X(03).
               10 WRK-TOT-AAAAMM   PIC X(06).
               10 WRK-TOT-QTDE     PIC 9(06).
               10 WRK-TOT-VALOR    PIC S9(11)V99.
       77 WRK-TOT-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-TOT-POS PIC 9(03) VALUE ZEROS.

      *===========IMPRESSAO===================================
       77 WRK-VENDEDOR-ANT PIC X(03) VALUE SPACES.
       77 WRK-VALOR-ANTERIOR PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DELTA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DELTA-EDIT PIC +ZZZZZZZZZ9.99.
       77 WRK-VALOR-EDITADO PIC -ZZZZZZZZZ9.99.
       77 WRK-NOME-VENDEDOR PIC X(20) VALUE SPACES.
       77 WRK-UF-VENDEDOR PIC X(02) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-FATURADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-VENDEDOR PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-NOTAS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           IF FS-PDV EQUAL 00
               MOVE 'S' TO WRK-PDV-ABERTO
           END-IF.
           OPEN INPUT NOTAS.
           IF FS-NOTAS EQUAL 00
               MOVE 'S' TO WRK-NOTAS-ABERTO
           END-IF.
           PERFORM 0110-CARREGA-VENDEDORES.
           OPEN OUTPUT RELATORIO.

                   MOVE "PEDIDOS-TEST.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "PEDIDOS-VENDEDOR-TEST.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "NOTAS-CREDITO-TEST.txt" TO
                       WRK-CAMINHO-NOTAS
                   MOVE "VENDEDORES-TEST.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-DEV.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "PEDIDOS-VENDEDOR-DEV.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "NOTAS-CREDITO-DEV.txt" TO
                       WRK-CAMINHO-NOTAS
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "\PEDIDOS-VENDEDOR.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "\NOTAS-CREDITO.txt" TO
                       WRK-CAMINHO-NOTAS
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
           END-EVALUATE.

       0110-CARREGA-VENDEDORES SECTION.
                       MOVE VDD-NOME TO
                           WRK-VDD-NOME (WRK-VDD-TOTAL)
                       MOVE VDD-UF TO WRK-VDD-UF (WRK-VDD-TOTAL)
                   END-IF
                   READ VENDEDORES
               END-PERFORM
           END-IF.

       0200-PROCESS SECTION.
           READ PEDIDOS NEXT.
           PERFORM UNTIL FS-PEDIDOS NOT EQUAL 00
               IF PED-STATUS EQUAL 'F'
                   ADD 1 TO WRK-ACUM-FATURADOS
                   MOVE PED-ID-CLIENTE TO WRK-ID-MOVTO
                   MOVE PED-SEQUENCIA TO WRK-SEQ-MOVTO
                   MOVE PED-DATA TO WRK-DATA-MOVTO
                   MOVE PED-DATA TO WRK-DATA-VIGENCIA
                   MOVE PED-VALOR TO WRK-VALOR-MOVTO
                   MOVE 1 TO WRK-QTDE-MOVTO
                   PERFORM 0205-TOTALIZA-MOVTO
               END-IF
               READ PEDIDOS NEXT
           END-PERFORM.
           IF WRK-NOTAS-ABERTO EQUAL 'S'
               PERFORM 0250-ESTORNA-DEVOLUCOES
           END-IF.

       0205-TOTALIZA-MOVTO SECTION.
           PERFORM 0210-RESOLVE-VENDEDOR.
           IF WRK-VENDEDOR EQUAL SPACES
               ADD 1 TO WRK-ACUM-SEM-VENDEDOR
               MOVE "???" TO WRK-VENDEDOR
           END-IF.
           PERFORM 0230-ACUMULA.

       0210-RESOLVE-VENDEDOR SECTION.
      *==  PRIMEIRO O SATELITE GRAVADO NA ENTRADA; NA FALTA DELE
      *==  (PEDIDOS ANTERIORES A TABELA DE VENDEDORES) A CARTEIRA OU
      *==  O TERRITORIO DO ENDERECO DO CLIENTE VIGENTE NA DATA DO
      *==  PEDIDO RESOLVE
           MOVE SPACES TO WRK-VENDEDOR.
           IF WRK-PDV-ABERTO EQUAL 'S'
               MOVE WRK-ID-MOVTO TO PDV-ID-CLIENTE
               MOVE WRK-SEQ-MOVTO TO PDV-SEQUENCIA
               READ PED-VENDEDOR
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF WRK-VENDEDOR EQUAL SPACES
               MOVE WRK-ID-MOVTO TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0220-VENDEDOR-VIGENTE
               END-READ
           END-IF.

       0220-VENDEDOR-VIGENTE SECTION.
           MOVE 'V' TO VVP-FUNCAO.
           MOVE REG-ID TO VVP-ID-CLIENTE.
           MOVE REG-UF TO VVP-UF.
           MOVE REG-CEP TO VVP-CEP.
           MOVE WRK-DATA-VIGENCIA TO VVP-DATA.
           CALL "ARQ150" USING WRK-VVP-PARAMETROS.
           MOVE VVP-VENDEDOR TO WRK-VENDEDOR.

       0230-ACUMULA SECTION.
      *==  A TABELA E MANTIDA ORDENADA POR VENDEDOR + AAAAMM NA
      *==  INSERCAO (MESMA MECANICA DO ARQ038) -- A VARIACAO MES A
      *==  MES DE CADA VENDEDOR SAI DIRETO NA IMPRESSAO
           IF WRK-DATA-MOVTO (1:6) IS NUMERIC
               MOVE SPACES TO WRK-CHAVE-NOVA
               STRING WRK-VENDEDOR DELIMITED BY SIZE
                   WRK-DATA-MOVTO (1:6) DELIMITED BY SIZE
                   INTO WRK-CHAVE-NOVA
               MOVE 'N' TO WRK-TOT-ACHADO
               PERFORM VARYING WRK-TOT-IDX FROM 1 BY 1
                   IF WRK-TOT-VENDEDOR (WRK-TOT-IDX) EQUAL
                           WRK-VENDEDOR
                       AND WRK-TOT-AAAAMM (WRK-TOT-IDX) EQUAL
                           WRK-DATA-MOVTO (1:6)
                       ADD WRK-QTDE-MOVTO TO WRK-TOT-QTDE (WRK-TOT-IDX)
                       ADD WRK-VALOR-MOVTO TO
                           WRK-TOT-VALOR (WRK-TOT-IDX)
                       MOVE 'S' TO WRK-TOT-ACHADO
                   END-IF
               END-PERFORM
                   WRK-TOT-ITEM (WRK-TOT-MOVE + 1)
           END-PERFORM.
           MOVE WRK-VENDEDOR TO WRK-TOT-VENDEDOR (WRK-TOT-POS).
           MOVE WRK-DATA-MOVTO (1:6) TO WRK-TOT-AAAAMM (WRK-TOT-POS).
           MOVE WRK-QTDE-MOVTO TO WRK-TOT-QTDE (WRK-TOT-POS).
           MOVE WRK-VALOR-MOVTO TO WRK-TOT-VALOR (WRK-TOT-POS).
           ADD 1 TO WRK-TOT-TOTAL.

       0250-ESTORNA-DEVOLUCOES SECTION.
      *==  A NOTA DE CREDITO CARREGA A CHAVE DO PEDIDO DE ORIGEM --
      *==  O VENDEDOR E RESOLVIDO DO MESMO JEITO QUE NO PEDIDO E O
      *==  VALOR ENTRA NEGATIVO, SEM CONTAR PEDIDO
           READ NOTAS.
           PERFORM UNTIL FS-NOTAS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-NOTAS
               MOVE NCR-ID-CLIENTE TO WRK-ID-MOVTO
               MOVE NCR-SEQUENCIA TO WRK-SEQ-MOVTO
               MOVE NCR-DATA TO WRK-DATA-MOVTO
               PERFORM 0255-DATA-PEDIDO-ORIGEM
               COMPUTE WRK-VALOR-MOVTO = ZERO - NCR-VALOR
               MOVE ZERO TO WRK-QTDE-MOVTO
               PERFORM 0205-TOTALIZA-MOVTO
               READ NOTAS
           END-PERFORM.

       0255-DATA-PEDIDO-ORIGEM SECTION.
      *==  O VENDEDOR VIGENTE E O DA DATA DO PEDIDO DE ORIGEM; PEDIDO
      *==  JA EXPURGADO (ARQ097) FICA COM A DATA DA NOTA
           MOVE NCR-DATA TO WRK-DATA-VIGENCIA.
           MOVE NCR-ID-CLIENTE TO PED-ID-CLIENTE.
           MOVE NCR-SEQUENCIA TO PED-SEQUENCIA.
           READ PEDIDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PED-DATA TO WRK-DATA-VIGENCIA
           END-READ.

       0300-FINISH SECTION.
           PERFORM 0310-IMPRIME-RELATORIO.
           CLOSE RELATORIO.
           IF WRK-PDV-ABERTO EQUAL 'S'
               CLOSE PED-VENDEDOR
           END-IF.
           IF WRK-NOTAS-ABERTO EQUAL 'S'
               CLOSE NOTAS
           END-IF.
           DISPLAY "================================".
           DISPLAY "PEDIDOS FATURADOS....: " WRK-ACUM-FATURADOS.
           DISPLAY "NOTAS DE CREDITO.....: " WRK-ACUM-NOTAS.
           DISPLAY "SEM VENDEDOR.........: " WRK-ACUM-SEM-VENDEDOR.
           DISPLAY "RELATORIO EM RELATORIO-COMISSAO.TXT".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           MOVE 8 TO CADEIA-RETORNO.
           GOBACK.
