       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ130 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO MENSAL DE ICMS POR UF -- PARA O MES
      *==            INFORMADO (AAAAMM, ENTER=MES ANTERIOR) LE OS
      *==            PEDIDOS FATURADOS (PED-STATUS 'F', PED-DATA NO
      *==            MES) E AS NOTAS DE CREDITO DO MES (NCR-DATA),
      *==            COM A MESMA REGRA DO RELATORIO DE RECEITA
      *==            (ARQ069), E TOTALIZA POR UF DO CLIENTE O VALOR
      *==            FATURADO, AS DEVOLUCOES, A RECEITA LIQUIDA E O
      *==            ICMS DESTACADO NAS FATURAS DO PEDIDO
      *==            (FAT-VALOR-ICMS, TODAS AS PARCELAS)
      *==  CONCILIACAO: A RECEITA LIQUIDA SOMADA DAS UFS E A DO MES NO
      *==  ARQ069; PEDIDO FATURADO AINDA SEM FATURA (ARQ064 NAO RODOU)
      *==  E FATURA SEM ICMS (ANTERIOR AO CALCULO OU SEM ALIQUOTA)
      *==  SAEM COMO ITENS DE CONCILIACAO, PARA O FISCAL NAO
      *==  CONFUNDIR BASE SEM IMPOSTO COM DIFERENCA DE RECEITA
      *==  CLIENTE SEM ENDERECO ESTRUTURADO (OU FORA DO CADASTRO) CAI
      *==  NO BALDE "NAO ESTRUTURADO", COMO NO ARQ069
      *==  O ICMS DA DEVOLUCAO NAO E ESTORNADO AQUI -- A NOTA DE
      *==  CREDITO NAO GUARDA IMPOSTO
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS FS-PEDIDOS.

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT NOTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-NOTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NCR-NUMERO
               ALTERNATE RECORD KEY IS NCR-CHAVE-PEDIDO
                   WITH DUPLICATES
               FILE STATUS IS FS-NOTAS.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-ICMS-UF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

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

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD NOTAS.
       01 REG-NOTAS.
           COPY NCRREG.

       FD RELATORIO.
       01 REG-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-NOTAS PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-NOTAS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-FATURAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-NOTAS-ABERTO PIC X(01) VALUE 'N'.

      *===========PERIODO DO RELATORIO (AAAAMM)===============
       77 WRK-PERIODO-TELA PIC X(06) VALUE SPACES.
       77 WRK-PERIODO PIC X(06) VALUE SPACES.
       77 WRK-PERIODO-OK PIC X(01) VALUE 'N'.
       77 WRK-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-MES PIC 9(02) VALUE ZEROS.

      *===========MOVIMENTO A TOTALIZAR (PEDIDO OU NOTA)=======
       77 WRK-ID-MOVTO PIC 9(07) VALUE ZEROS.
       77 WRK-UF-MOVTO PIC X(02) VALUE SPACES.
       77 WRK-ICMS-PEDIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TEM-FATURA PIC X(01) VALUE 'N'.
       77 WRK-PARCELA PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-PARCELAS PIC 9(02) VALUE ZEROS.

      *===========TOTAIS POR UF ("**" = NAO ESTRUTURADO)=======
       01 WRK-TAB-UF.
           05 WRK-UF-ITEM OCCURS 40 TIMES INDEXED BY WRK-UF-IDX.
               10 WRK-UF-CHAVE      PIC X(02) VALUE SPACES.
               10 WRK-UF-PEDIDOS    PIC 9(06) VALUE ZERO.
               10 WRK-UF-FATURADO   PIC 9(11)V99 VALUE ZERO.
               10 WRK-UF-DEVOLUCOES PIC 9(11)V99 VALUE ZERO.
               10 WRK-UF-ICMS       PIC 9(11)V99 VALUE ZERO.
       77 WRK-UF-TOTAL PIC 9(02) VALUE ZERO.
       77 WRK-UF-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-UF-POS PIC 9(02) VALUE ZERO.

      *===========EDICAO DAS LINHAS===========================
       77 WRK-VALOR-EDITADO PIC -ZZZZZZZZZ9.99.
       77 WRK-FATURADO-EDITADO PIC ZZZZZZZZZ9.99.
       77 WRK-DEVOLUCAO-EDITADA PIC ZZZZZZZZZ9.99.
       77 WRK-ICMS-EDITADO PIC ZZZZZZZZZ9.99.
       77 WRK-UF-EDITADA PIC X(15) VALUE SPACES.
       77 WRK-LIQUIDO PIC S9(11)V99 VALUE ZEROS.

      *================ACUMULADORES===================================
       77 WRK-ACUM-PEDIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-NOTAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-FATURA PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-ICMS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-FATURADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DEVOLUCOES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ICMS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-SEM-FATURA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-SEM-ICMS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO PIC S9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           DISPLAY "RELATORIO MENSAL DE ICMS POR UF".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           PERFORM 0110-PEDE-PERIODO.
           IF WRK-PERIODO-OK NOT EQUAL 'S'
               GOBACK
           END-IF.
           PERFORM 0102-DETERMINA-AMBIENTE.
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
           OPEN INPUT FATURAS.
           IF FS-FATURAS EQUAL 00
               MOVE 'S' TO WRK-FATURAS-ABERTO
           END-IF.
           OPEN INPUT NOTAS.
           IF FS-NOTAS EQUAL 00
               MOVE 'S' TO WRK-NOTAS-ABERTO
           END-IF.
           OPEN OUTPUT RELATORIO.

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
                   MOVE "FATURAS-TEST.txt" TO
                       WRK-CAMINHO-FATURAS
                   MOVE "NOTAS-CREDITO-TEST.txt" TO
                       WRK-CAMINHO-NOTAS
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-DEV.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "FATURAS-DEV.txt" TO
                       WRK-CAMINHO-FATURAS
                   MOVE "NOTAS-CREDITO-DEV.txt" TO
                       WRK-CAMINHO-NOTAS
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "\FATURAS.txt" TO
                       WRK-CAMINHO-FATURAS
                   MOVE "\NOTAS-CREDITO.txt" TO
                       WRK-CAMINHO-NOTAS
           END-EVALUATE.

       0110-PEDE-PERIODO SECTION.
      *==  MESMA ENTRADA DO FECHAMENTO MENSAL (ARQ126), MAS O MES
      *==  CORRENTE TAMBEM PODE SER CONSULTADO (PARCIAL)
           MOVE 'N' TO WRK-PERIODO-OK.
           MOVE SPACES TO WRK-PERIODO-TELA.
           DISPLAY "PERIODO (AAAAMM, ENTER=MES ANTERIOR)...".
           ACCEPT WRK-PERIODO-TELA.
           IF WRK-PERIODO-TELA EQUAL SPACES
               MOVE WRK-DATA-HOJE (1:4) TO WRK-ANO
               MOVE WRK-DATA-HOJE (5:2) TO WRK-MES
               IF WRK-MES EQUAL 1
                   SUBTRACT 1 FROM WRK-ANO
                   MOVE 12 TO WRK-MES
               ELSE
                   SUBTRACT 1 FROM WRK-MES
               END-IF
               MOVE WRK-ANO TO WRK-PERIODO (1:4)
               MOVE WRK-MES TO WRK-PERIODO (5:2)
           ELSE
               MOVE WRK-PERIODO-TELA TO WRK-PERIODO
           END-IF.
           IF WRK-PERIODO IS NOT NUMERIC
               DISPLAY "PERIODO INVALIDO"
           ELSE
               MOVE WRK-PERIODO (5:2) TO WRK-MES
               IF WRK-MES < 1 OR WRK-MES > 12
                   DISPLAY "PERIODO INVALIDO"
               ELSE
                   IF WRK-PERIODO > WRK-DATA-HOJE (1:6)
                       DISPLAY "PERIODO FUTURO"
                   ELSE
                       MOVE 'S' TO WRK-PERIODO-OK
                   END-IF
               END-IF
           END-IF.

       0200-PROCESS SECTION.
           READ PEDIDOS.
           PERFORM UNTIL FS-PEDIDOS NOT EQUAL 00
               IF PED-STATUS EQUAL 'F'
                   AND PED-DATA (1:6) EQUAL WRK-PERIODO
                   PERFORM 0210-ACUMULA-PEDIDO
               END-IF
               READ PEDIDOS
           END-PERFORM.
           IF WRK-NOTAS-ABERTO EQUAL 'S'
               PERFORM 0240-DEDUZ-DEVOLUCOES
           END-IF.

       0210-ACUMULA-PEDIDO SECTION.
           ADD 1 TO WRK-ACUM-PEDIDOS.
           ADD PED-VALOR TO WRK-TOT-FATURADO.
           MOVE PED-ID-CLIENTE TO WRK-ID-MOVTO.
           PERFORM 0220-LOCALIZA-UF.
           PERFORM 0230-SOMA-ICMS-FATURAS.
           ADD 1 TO WRK-UF-PEDIDOS (WRK-UF-POS).
           ADD PED-VALOR TO WRK-UF-FATURADO (WRK-UF-POS).
           ADD WRK-ICMS-PEDIDO TO WRK-UF-ICMS (WRK-UF-POS).
           ADD WRK-ICMS-PEDIDO TO WRK-TOT-ICMS.
           IF WRK-TEM-FATURA NOT EQUAL 'S'
               ADD 1 TO WRK-ACUM-SEM-FATURA
               ADD PED-VALOR TO WRK-TOT-SEM-FATURA
           ELSE
               IF WRK-ICMS-PEDIDO EQUAL ZERO
                   ADD 1 TO WRK-ACUM-SEM-ICMS
                   ADD PED-VALOR TO WRK-TOT-SEM-ICMS
               END-IF
           END-IF.

       0220-LOCALIZA-UF SECTION.
      *==  ENDERECO ESTRUTURADO: UF COM 2 LETRAS E CEP NUMERICO
      *==  (MESMO TESTE DO ARQ069); DEIXA WRK-UF-POS NA LINHA DA UF
           MOVE "**" TO WRK-UF-MOVTO.
           MOVE WRK-ID-MOVTO TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-UF IS ALPHABETIC AND REG-UF NOT EQUAL SPACES
                       AND REG-CEP IS NUMERIC
                       MOVE REG-UF TO WRK-UF-MOVTO
                   END-IF
           END-READ.
           MOVE 'N' TO WRK-UF-ACHADO.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
               UNTIL WRK-UF-IDX > WRK-UF-TOTAL
                   OR WRK-UF-ACHADO EQUAL 'S'
               IF WRK-UF-CHAVE (WRK-UF-IDX) EQUAL WRK-UF-MOVTO
                   MOVE 'S' TO WRK-UF-ACHADO
                   SET WRK-UF-POS TO WRK-UF-IDX
               END-IF
           END-PERFORM.
      *==  UF ALEM DA 39A VAI PARA O BALDE DA ULTIMA POSICAO
           IF WRK-UF-ACHADO EQUAL 'N'
               IF WRK-UF-TOTAL < 40
                   ADD 1 TO WRK-UF-TOTAL
               END-IF
               MOVE WRK-UF-TOTAL TO WRK-UF-POS
               MOVE WRK-UF-MOVTO TO WRK-UF-CHAVE (WRK-UF-POS)
           END-IF.

       0230-SOMA-ICMS-FATURAS SECTION.
      *==  O PEDIDO E LOCALIZADO PELA CHAVE ALTERNATIVA (ID +
      *==  SEQUENCIA + PARCELA); A PARCELA 01 DIZ QUANTAS SAO
           MOVE ZEROS TO WRK-ICMS-PEDIDO.
           MOVE 'N' TO WRK-TEM-FATURA.
           MOVE 1 TO WRK-QTDE-PARCELAS.
           MOVE 1 TO WRK-PARCELA.
           IF WRK-FATURAS-ABERTO EQUAL 'S'
               PERFORM UNTIL WRK-PARCELA > WRK-QTDE-PARCELAS
                   MOVE PED-ID-CLIENTE TO FAT-ID-CLIENTE
                   MOVE PED-SEQUENCIA TO FAT-SEQUENCIA
                   MOVE WRK-PARCELA TO FAT-PARCELA
                   READ FATURAS KEY IS FAT-CHAVE-PEDIDO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-TEM-FATURA
                           IF WRK-PARCELA EQUAL 1
                               MOVE FAT-QTDE-PARCELAS TO
                                   WRK-QTDE-PARCELAS
                           END-IF
                           ADD FAT-VALOR-ICMS TO WRK-ICMS-PEDIDO
                   END-READ
                   IF WRK-TEM-FATURA NOT EQUAL 'S'
                       MOVE WRK-QTDE-PARCELAS TO WRK-PARCELA
                   END-IF
                   ADD 1 TO WRK-PARCELA
               END-PERFORM
           END-IF.

       0240-DEDUZ-DEVOLUCOES SECTION.
      *==  A NOTA ENTRA NO MES DA NOTA (NCR-DATA), NA UF DO CLIENTE,
      *==  COMO NO ARQ069 -- SEM CONTAR PEDIDO
           READ NOTAS.
           PERFORM UNTIL FS-NOTAS NOT EQUAL 00
               IF NCR-DATA (1:6) EQUAL WRK-PERIODO
                   ADD 1 TO WRK-ACUM-NOTAS
                   ADD NCR-VALOR TO WRK-TOT-DEVOLUCOES
                   MOVE NCR-ID-CLIENTE TO WRK-ID-MOVTO
                   PERFORM 0220-LOCALIZA-UF
                   ADD NCR-VALOR TO WRK-UF-DEVOLUCOES (WRK-UF-POS)
               END-IF
               READ NOTAS
           END-PERFORM.

       0300-FINISH SECTION.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           IF WRK-FATURAS-ABERTO EQUAL 'S'
               CLOSE FATURAS
           END-IF.
           IF WRK-NOTAS-ABERTO EQUAL 'S'
               CLOSE NOTAS
           END-IF.
           PERFORM 0310-IMPRIME-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "PERIODO..............: " WRK-PERIODO.
           DISPLAY "PEDIDOS FATURADOS....: " WRK-ACUM-PEDIDOS.
           DISPLAY "NOTAS DE CREDITO.....: " WRK-ACUM-NOTAS.
           DISPLAY "PEDIDOS SEM FATURA...: " WRK-ACUM-SEM-FATURA.
           DISPLAY "FATURADOS SEM ICMS...: " WRK-ACUM-SEM-ICMS.
           DISPLAY "RELATORIO EM RELATORIO-ICMS-UF.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-IMPRIME-RELATORIO SECTION.
           MOVE "RELATORIO MENSAL DE ICMS POR UF" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PERIODO: " DELIMITED BY SIZE
               WRK-PERIODO DELIMITED BY SIZE
               "   DATA: " DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "UF               PEDIDOS      FATURADO    DEVOLUCOES"
               TO REG-RELATORIO.
           MOVE "       LIQUIDO          ICMS" TO REG-RELATORIO (53:)
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
               UNTIL WRK-UF-IDX > WRK-UF-TOTAL
               PERFORM 0320-LINHA-UF
           END-PERFORM.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0330-CONCILIACAO.

       0320-LINHA-UF SECTION.
           IF WRK-UF-CHAVE (WRK-UF-IDX) EQUAL "**"
               MOVE "NAO ESTRUTURADO" TO WRK-UF-EDITADA
           ELSE
               MOVE WRK-UF-CHAVE (WRK-UF-IDX) TO WRK-UF-EDITADA
           END-IF.
           MOVE WRK-UF-FATURADO (WRK-UF-IDX) TO WRK-FATURADO-EDITADO.
           MOVE WRK-UF-DEVOLUCOES (WRK-UF-IDX) TO
               WRK-DEVOLUCAO-EDITADA.
           COMPUTE WRK-LIQUIDO = WRK-UF-FATURADO (WRK-UF-IDX)
               - WRK-UF-DEVOLUCOES (WRK-UF-IDX).
           MOVE WRK-LIQUIDO TO WRK-VALOR-EDITADO.
           MOVE WRK-UF-ICMS (WRK-UF-IDX) TO WRK-ICMS-EDITADO.
           MOVE SPACES TO REG-RELATORIO.
           STRING WRK-UF-EDITADA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-UF-PEDIDOS (WRK-UF-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-FATURADO-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-DEVOLUCAO-EDITADA DELIMITED BY SIZE
               WRK-VALOR-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-ICMS-EDITADO DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0330-CONCILIACAO SECTION.
      *==  O LIQUIDO TEM DE BATER COM A LINHA DO MES NO RELATORIO DE
      *==  RECEITA (ARQ069) -- MESMOS PEDIDOS 'F' PELA PED-DATA E
      *==  MESMAS NOTAS PELA NCR-DATA
           MOVE "CONCILIACAO COM A RECEITA DO MES (ARQ069)"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-FATURADO TO WRK-VALOR-EDITADO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  RECEITA FATURADA.........: " DELIMITED BY SIZE
               WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-DEVOLUCOES TO WRK-VALOR-EDITADO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  DEVOLUCOES (CREDITO).....: " DELIMITED BY SIZE
               WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           COMPUTE WRK-TOT-LIQUIDO =
               WRK-TOT-FATURADO - WRK-TOT-DEVOLUCOES.
           MOVE WRK-TOT-LIQUIDO TO WRK-VALOR-EDITADO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  RECEITA LIQUIDA DO MES...: " DELIMITED BY SIZE
               WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-SEM-FATURA TO WRK-VALOR-EDITADO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  BASE AINDA SEM FATURA....: " DELIMITED BY SIZE
               WRK-VALOR-EDITADO DELIMITED BY SIZE
               "  PEDIDOS=" DELIMITED BY SIZE
               WRK-ACUM-SEM-FATURA DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-SEM-ICMS TO WRK-VALOR-EDITADO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  BASE FATURADA SEM ICMS...: " DELIMITED BY SIZE
               WRK-VALOR-EDITADO DELIMITED BY SIZE
               "  PEDIDOS=" DELIMITED BY SIZE
               WRK-ACUM-SEM-ICMS DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-ICMS TO WRK-VALOR-EDITADO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  ICMS DESTACADO NO MES....: " DELIMITED BY SIZE
               WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
