       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ069 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==            ARQ038), POR UF/CIDADE (REGISTROS SEM ENDERECO
      *==            ESTRUTURADO CAEM NO BALDE "NAO ESTRUTURADO",
      *==            COMO NO ARQ032) E POR DDD (REG-DDD)
      *==  AS NOTAS DE CREDITO DA DEVOLUCAO DE MERCADORIA (ARQ108,
      *==  NOTAS-CREDITO) ENTRAM COMO VALOR NEGATIVO NO MES DA NOTA
      *==  (NCR-DATA), NA UF/CIDADE E NO DDD DO CLIENTE -- A RECEITA
      *==  DO RELATORIO E LIQUIDA DAS DEVOLUCOES
      *==  E A PRIMEIRA ETAPA DO FECHAMENTO MENSAL (ARQ126) -- O
      *==  ERRO DEVOLVE RETURN-CODE 8 E A ETAPA FICA COMO FALHA
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

           SELECT NOTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-NOTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NCR-NUMERO
               ALTERNATE RECORD KEY IS NCR-CHAVE-PEDIDO
                   WITH DUPLICATES
               FILE STATUS IS FS-NOTAS.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-RECEITA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 REG-PEDIDOS.
           COPY PEDREG.

       FD NOTAS.
       01 REG-NOTAS.
           COPY NCRREG.

       FD RELATORIO.
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
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-NOTAS PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-NOTAS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-EXEC PIC X(08) VALUE SPACES.
       77 WRK-CLIENTE-OK PIC X(01) VALUE 'N'.
       77 WRK-NOTAS-ABERTO PIC X(01) VALUE 'N'.

      *===========MOVIMENTO A TOTALIZAR (PEDIDO OU NOTA)=======
       77 WRK-ID-MOVTO PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-MOVTO PIC X(08) VALUE SPACES.
       77 WRK-VALOR-MOVTO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QTDE-MOVTO PIC 9(01) VALUE ZEROS.

      *===========RECEITA POR MES (AAAAMM)====================
       01 WRK-TAB-MES.
           05 WRK-MES-ITEM OCCURS 60 TIMES INDEXED BY WRK-MES-IDX.
               10 WRK-MES-AAAAMM PIC X(06) VALUE SPACES.
               10 WRK-MES-QTDE   PIC 9(06) VALUE ZERO.
               10 WRK-MES-VALOR  PIC S9(11)V99 VALUE ZERO.
       77 WRK-MES-TOTAL PIC 9(02) VALUE ZERO.
       77 WRK-MES-ATUAL PIC X(06) VALUE SPACES.
       77 WRK-MES-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-MES-POS PIC 9(02) VALUE ZERO.
       77 WRK-MES-MOVE PIC 9(02) VALUE ZERO.
       77 WRK-VALOR-ANTERIOR PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DELTA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DELTA-EDIT PIC +ZZZZZZZZZ9.99.

           05 WRK-GEO-ITEM OCCURS 200 TIMES INDEXED BY WRK-GEO-IDX.
               10 WRK-GEO-CHAVE  PIC X(12) VALUE SPACES.
               10 WRK-GEO-QTDE   PIC 9(06) VALUE ZERO.
               10 WRK-GEO-VALOR  PIC S9(11)V99 VALUE ZERO.
       77 WRK-GEO-TOTAL PIC 9(03) VALUE ZERO.
       77 WRK-GEO-ATUAL PIC X(12) VALUE SPACES.
       77 WRK-GEO-ACHADO PIC X(01) VALUE 'N'.
           05 WRK-DDD-ITEM OCCURS 30 TIMES INDEXED BY WRK-DDD-IDX.
               10 WRK-DDD-CODIGO PIC X(02) VALUE SPACES.
               10 WRK-DDD-QTDE   PIC 9(06) VALUE ZERO.
               10 WRK-DDD-VALOR  PIC S9(11)V99 VALUE ZERO.
       77 WRK-DDD-TOTAL PIC 9(02) VALUE ZERO.
       77 WRK-DDD-ACHADO PIC X(01) VALUE 'N'.

      *===========EDICAO DAS LINHAS===========================
       77 WRK-VALOR-EDITADO PIC -ZZZZZZZZZ9.99.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-FATURADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-CADASTRO PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-RECEITA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ACUM-NOTAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-DEVOLUCOES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO PIC S9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
               MOVE "PEDIDOS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT NOTAS.
           IF FS-NOTAS EQUAL 00
               MOVE 'S' TO WRK-NOTAS-ABERTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-EXEC.

                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-TEST.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "NOTAS-CREDITO-TEST.txt" TO
                       WRK-CAMINHO-NOTAS
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-DEV.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "NOTAS-CREDITO-DEV.txt" TO
                       WRK-CAMINHO-NOTAS
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "\NOTAS-CREDITO.txt" TO
                       WRK-CAMINHO-NOTAS
           END-EVALUATE.

       0200-PROCESS SECTION.
               IF PED-STATUS EQUAL 'F'
                   ADD 1 TO WRK-ACUM-FATURADOS
                   ADD PED-VALOR TO WRK-TOT-RECEITA
                   MOVE PED-ID-CLIENTE TO WRK-ID-MOVTO
                   MOVE PED-DATA TO WRK-DATA-MOVTO
                   MOVE PED-VALOR TO WRK-VALOR-MOVTO
                   MOVE 1 TO WRK-QTDE-MOVTO
                   PERFORM 0205-LE-CLIENTE
                   PERFORM 0210-ACUMULA-MES
                   PERFORM 0220-ACUMULA-GEO
               END-IF
               READ PEDIDOS
           END-PERFORM.
           IF WRK-NOTAS-ABERTO EQUAL 'S'
               PERFORM 0240-DEDUZ-DEVOLUCOES
           END-IF.

       0205-LE-CLIENTE SECTION.
           MOVE 'N' TO WRK-CLIENTE-OK.
           MOVE WRK-ID-MOVTO TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   ADD 1 TO WRK-ACUM-SEM-CADASTRO
      *==  A TABELA E MANTIDA ORDENADA POR AAAAMM NA INSERCAO, PARA
      *==  QUE A VARIACAO MES A MES SAIA DIRETO NA IMPRESSAO (MESMA
      *==  MECANICA DO ARQ038)
           IF WRK-DATA-MOVTO (1:6) IS NOT NUMERIC
               CONTINUE
           ELSE
               MOVE WRK-DATA-MOVTO (1:6) TO WRK-MES-ATUAL
               MOVE 'N' TO WRK-MES-ACHADO
               PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > WRK-MES-TOTAL
                       OR WRK-MES-ACHADO EQUAL 'S'
                   IF WRK-MES-AAAAMM (WRK-MES-IDX) EQUAL
                           WRK-MES-ATUAL
                       ADD WRK-QTDE-MOVTO TO WRK-MES-QTDE (WRK-MES-IDX)
                       ADD WRK-VALOR-MOVTO TO
                           WRK-MES-VALOR (WRK-MES-IDX)
                       MOVE 'S' TO WRK-MES-ACHADO
                   END-IF
               END-PERFORM
                   WRK-MES-ITEM (WRK-MES-MOVE + 1)
           END-PERFORM.
           MOVE WRK-MES-ATUAL TO WRK-MES-AAAAMM (WRK-MES-POS).
           MOVE WRK-QTDE-MOVTO TO WRK-MES-QTDE (WRK-MES-POS).
           MOVE WRK-VALOR-MOVTO TO WRK-MES-VALOR (WRK-MES-POS).
           ADD 1 TO WRK-MES-TOTAL.

       0220-ACUMULA-GEO SECTION.
               UNTIL WRK-GEO-IDX > WRK-GEO-TOTAL
                   OR WRK-GEO-ACHADO EQUAL 'S'
               IF WRK-GEO-CHAVE (WRK-GEO-IDX) EQUAL WRK-GEO-ATUAL
                   ADD WRK-QTDE-MOVTO TO WRK-GEO-QTDE (WRK-GEO-IDX)
                   ADD WRK-VALOR-MOVTO TO WRK-GEO-VALOR (WRK-GEO-IDX)
                   MOVE 'S' TO WRK-GEO-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-GEO-ACHADO EQUAL 'N' AND WRK-GEO-TOTAL < 200
               ADD 1 TO WRK-GEO-TOTAL
               MOVE WRK-GEO-ATUAL TO WRK-GEO-CHAVE (WRK-GEO-TOTAL)
               MOVE WRK-QTDE-MOVTO TO WRK-GEO-QTDE (WRK-GEO-TOTAL)
               MOVE WRK-VALOR-MOVTO TO WRK-GEO-VALOR (WRK-GEO-TOTAL)
           END-IF.

       0230-ACUMULA-DDD SECTION.
                   UNTIL WRK-DDD-IDX > WRK-DDD-TOTAL
                       OR WRK-DDD-ACHADO EQUAL 'S'
                   IF WRK-DDD-CODIGO (WRK-DDD-IDX) EQUAL REG-DDD
                       ADD WRK-QTDE-MOVTO TO WRK-DDD-QTDE (WRK-DDD-IDX)
                       ADD WRK-VALOR-MOVTO TO
                           WRK-DDD-VALOR (WRK-DDD-IDX)
                       MOVE 'S' TO WRK-DDD-ACHADO
                   END-IF
               END-PERFORM
               IF WRK-DDD-ACHADO EQUAL 'N' AND WRK-DDD-TOTAL < 30
                   ADD 1 TO WRK-DDD-TOTAL
                   MOVE REG-DDD TO WRK-DDD-CODIGO (WRK-DDD-TOTAL)
                   MOVE WRK-QTDE-MOVTO TO WRK-DDD-QTDE (WRK-DDD-TOTAL)
                   MOVE WRK-VALOR-MOVTO TO WRK-DDD-VALOR (WRK-DDD-TOTAL)
               END-IF
           END-IF.

       0240-DEDUZ-DEVOLUCOES SECTION.
      *==  CADA NOTA DE CREDITO ENTRA NOS MESMOS TOTALIZADORES DOS
      *==  PEDIDOS, COM VALOR NEGATIVO E SEM CONTAR PEDIDO
           READ NOTAS.
           PERFORM UNTIL FS-NOTAS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-NOTAS
               ADD NCR-VALOR TO WRK-TOT-DEVOLUCOES
               MOVE NCR-ID-CLIENTE TO WRK-ID-MOVTO
               MOVE NCR-DATA TO WRK-DATA-MOVTO
               COMPUTE WRK-VALOR-MOVTO = ZERO - NCR-VALOR
               MOVE ZERO TO WRK-QTDE-MOVTO
               PERFORM 0205-LE-CLIENTE
               PERFORM 0210-ACUMULA-MES
               PERFORM 0220-ACUMULA-GEO
               PERFORM 0230-ACUMULA-DDD
               READ NOTAS
           END-PERFORM.

       0300-FINISH SECTION.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           IF WRK-NOTAS-ABERTO EQUAL 'S'
               CLOSE NOTAS
           END-IF.
           PERFORM 0310-IMPRIME-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "PEDIDOS LIDOS........: " WRK-ACUM-LIDOS.
           DISPLAY "PEDIDOS FATURADOS....: " WRK-ACUM-FATURADOS.
           DISPLAY "NOTAS DE CREDITO.....: " WRK-ACUM-NOTAS.
           DISPLAY "SEM CADASTRO.........: " WRK-ACUM-SEM-CADASTRO.
           DISPLAY "RELATORIO EM RELATORIO-RECEITA.TXT".
           DISPLAY "FIM DE PROGRAMA".
               WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-DEVOLUCOES TO WRK-VALOR-EDITADO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DEVOLUCOES (CREDITO).: " DELIMITED BY SIZE
               WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           COMPUTE WRK-TOT-LIQUIDO =
               WRK-TOT-RECEITA - WRK-TOT-DEVOLUCOES.
           MOVE WRK-TOT-LIQUIDO TO WRK-VALOR-EDITADO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RECEITA LIQUIDA.......: " DELIMITED BY SIZE
               WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0320-IMPRIME-MESES SECTION.
           MOVE "RECEITA POR MES (COM VARIACAO SOBRE O ANTERIOR)"

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           MOVE 8 TO CADEIA-RETORNO.
           GOBACK.
