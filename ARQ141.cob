       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ141 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO DE CONVERSAO DE COTACOES EM PEDIDOS
      *==            POR VENDEDOR -- PARA O MES INFORMADO (AAAAMM,
      *==            ENTER=MES ANTERIOR) LE AS COTACOES EMITIDAS NO
      *==            MES (COT-DATA, VIDE COTREG) E TOTALIZA POR
      *==            VENDEDOR AS EMITIDAS, AS CONVERTIDAS EM PEDIDO,
      *==            AS AINDA ABERTAS, AS EXPIRADAS E AS PERDIDAS, O
      *==            VALOR COTADO, O VALOR CONVERTIDO E A TAXA DE
      *==            CONVERSAO (CONVERTIDAS / EMITIDAS)
      *==  O VALOR CONVERTIDO E O DA COTACAO -- A CONVERSAO NA MESA DE
      *==  PEDIDOS (ARQ095) MANTEM O PRECO COTADO, ENTAO E TAMBEM O
      *==  VALOR DO PEDIDO GERADO
      *==  VENDEDOR QUE SAIU DA TABELA (ARQ099) CONTINUA NO RELATORIO,
      *==  COM O NOME "(FORA DA TABELA)"
      *==  EM TEST (AMBIENTE.TXT) A TABELA LIDA E A VENDEDORES-TEST.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT COTACOES ASSIGN TO
               DYNAMIC WRK-CAMINHO-COTACOES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COT-CHAVE
               FILE STATUS IS FS-COTACOES.

           SELECT VENDEDORES ASSIGN TO
               DYNAMIC WRK-CAMINHO-VENDEDORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDEDORES.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-CONVERSAO-COTACOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD COTACOES.
       01 REG-COTACAO.
           COPY COTREG.

       FD VENDEDORES.
       01 REG-VENDEDOR.
           COPY VDDREG.

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-COTACOES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-VENDEDORES PIC X(30) VALUE SPACES.

       77 FS-COTACOES PIC 9(02) VALUE ZEROS.
       77 FS-VENDEDORES PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

      *===========PERIODO DO RELATORIO========================
       77 WRK-PERIODO-TELA PIC X(06) VALUE SPACES.
       77 WRK-PERIODO PIC X(06) VALUE SPACES.
       77 WRK-PERIODO-OK PIC X(01) VALUE 'N'.
       77 WRK-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-MES PIC 9(02) VALUE ZEROS.

      *===========TOTALIZACAO POR VENDEDOR====================
       01 WRK-TAB-VENDEDORES.
           05 WRK-VDD-ITEM OCCURS 60 TIMES
               INDEXED BY WRK-VDD-IDX.
               10 WRK-VDD-CODIGO      PIC X(03).
               10 WRK-VDD-NOME        PIC X(20).
               10 WRK-VDD-EMITIDAS    PIC 9(05).
               10 WRK-VDD-CONVERTIDAS PIC 9(05).
               10 WRK-VDD-ABERTAS     PIC 9(05).
               10 WRK-VDD-EXPIRADAS   PIC 9(05).
               10 WRK-VDD-PERDIDAS    PIC 9(05).
               10 WRK-VDD-VALOR-COT   PIC 9(09)V99.
               10 WRK-VDD-VALOR-CONV  PIC 9(09)V99.
       77 WRK-VDD-TOTAL PIC 9(02) VALUE ZEROS.
       77 WRK-VDD-POS PIC 9(02) VALUE ZEROS.
       77 WRK-TAXA PIC 9(03) VALUE ZEROS.

      *===========TOTAL GERAL=================================
       77 WRK-TOT-EMITIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-CONVERTIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ABERTAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-EXPIRADAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PERDIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-VALOR-COT PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-VALOR-CONV PIC 9(09)V99 VALUE ZEROS.

      *===========LINHAS DO RELATORIO=========================
       01 WRK-LINHA-TITULO.
           05 FILLER PIC X(19) VALUE "VND NOME".
           05 FILLER PIC X(30)
               VALUE "EMIT. CONV. ABER. EXPI. PERD.".
           05 FILLER PIC X(31)
               VALUE "VALOR COTADO VLR CONVERT.   %".
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-VENDEDOR    PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-NOME        PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-EMITIDAS    PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-CONVERTIDAS PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-ABERTAS     PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-EXPIRADAS   PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-PERDIDAS    PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-VALOR-COT   PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-VALOR-CONV  PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-TAXA        PIC ZZ9.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-NO-PERIODO PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-TABELA-CHEIA PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           DISPLAY "RELATORIO DE CONVERSAO DE COTACOES".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           PERFORM 0110-PEDE-PERIODO.
           IF WRK-PERIODO-OK NOT EQUAL 'S'
               GOBACK
           END-IF.
           PERFORM 0102-DETERMINA-AMBIENTE.
           OPEN INPUT COTACOES.
           IF FS-COTACOES NOT EQUAL 00
               MOVE "COTACOES NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0120-CARREGA-VENDEDORES.
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
                   MOVE "COTACOES-TEST.txt" TO WRK-CAMINHO-COTACOES
                   MOVE "VENDEDORES-TEST.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN "DEV"
                   MOVE "COTACOES-DEV.txt" TO WRK-CAMINHO-COTACOES
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN OTHER
                   MOVE "\COTACOES.txt" TO WRK-CAMINHO-COTACOES
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
           END-EVALUATE.

       0110-PEDE-PERIODO SECTION.
      *==  MESMA ENTRADA DO RELATORIO DE ICMS (ARQ130) -- O MES
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

       0120-CARREGA-VENDEDORES SECTION.
      *==  A TABELA NASCE COM OS VENDEDORES CADASTRADOS, NA ORDEM DO
      *==  ARQUIVO; CODIGO DE COTACAO FORA DELA E ACRESCENTADO NA
      *==  TOTALIZACAO
           OPEN INPUT VENDEDORES.
           IF FS-VENDEDORES EQUAL 00
               READ VENDEDORES
               PERFORM UNTIL FS-VENDEDORES NOT EQUAL 00
                   IF WRK-VDD-TOTAL < 50
                       ADD 1 TO WRK-VDD-TOTAL
                       MOVE VDD-CODIGO TO WRK-VDD-CODIGO (WRK-VDD-TOTAL)
                       MOVE VDD-NOME TO WRK-VDD-NOME (WRK-VDD-TOTAL)
                       PERFORM 0125-ZERA-CONTADORES
                   END-IF
                   READ VENDEDORES
               END-PERFORM
               CLOSE VENDEDORES
           END-IF.

       0125-ZERA-CONTADORES SECTION.
           MOVE ZEROS TO WRK-VDD-EMITIDAS (WRK-VDD-TOTAL).
           MOVE ZEROS TO WRK-VDD-CONVERTIDAS (WRK-VDD-TOTAL).
           MOVE ZEROS TO WRK-VDD-ABERTAS (WRK-VDD-TOTAL).
           MOVE ZEROS TO WRK-VDD-EXPIRADAS (WRK-VDD-TOTAL).
           MOVE ZEROS TO WRK-VDD-PERDIDAS (WRK-VDD-TOTAL).
           MOVE ZEROS TO WRK-VDD-VALOR-COT (WRK-VDD-TOTAL).
           MOVE ZEROS TO WRK-VDD-VALOR-CONV (WRK-VDD-TOTAL).

       0200-PROCESS SECTION.
           READ COTACOES.
           PERFORM UNTIL FS-COTACOES NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDAS
               IF COT-DATA (1:6) EQUAL WRK-PERIODO
                   ADD 1 TO WRK-ACUM-NO-PERIODO
                   PERFORM 0210-LOCALIZA-VENDEDOR
                   IF WRK-VDD-POS EQUAL ZEROS
                       ADD 1 TO WRK-ACUM-TABELA-CHEIA
                   ELSE
                       PERFORM 0220-ACUMULA
                   END-IF
               END-IF
               READ COTACOES
           END-PERFORM.

       0210-LOCALIZA-VENDEDOR SECTION.
           MOVE ZEROS TO WRK-VDD-POS.
           PERFORM VARYING WRK-VDD-IDX FROM 1 BY 1
               UNTIL WRK-VDD-IDX > WRK-VDD-TOTAL
                   OR WRK-VDD-POS NOT EQUAL ZEROS
               IF WRK-VDD-CODIGO (WRK-VDD-IDX) EQUAL COT-VENDEDOR
                   SET WRK-VDD-POS TO WRK-VDD-IDX
               END-IF
           END-PERFORM.
           IF WRK-VDD-POS EQUAL ZEROS AND WRK-VDD-TOTAL < 60
               ADD 1 TO WRK-VDD-TOTAL
               MOVE COT-VENDEDOR TO WRK-VDD-CODIGO (WRK-VDD-TOTAL)
               MOVE "(FORA DA TABELA)" TO WRK-VDD-NOME (WRK-VDD-TOTAL)
               PERFORM 0125-ZERA-CONTADORES
               MOVE WRK-VDD-TOTAL TO WRK-VDD-POS
           END-IF.

       0220-ACUMULA SECTION.
           ADD 1 TO WRK-VDD-EMITIDAS (WRK-VDD-POS).
           ADD COT-VALOR TO WRK-VDD-VALOR-COT (WRK-VDD-POS).
           EVALUATE COT-STATUS
               WHEN 'C'
                   ADD 1 TO WRK-VDD-CONVERTIDAS (WRK-VDD-POS)
                   ADD COT-VALOR TO WRK-VDD-VALOR-CONV (WRK-VDD-POS)
               WHEN 'E'
                   ADD 1 TO WRK-VDD-EXPIRADAS (WRK-VDD-POS)
               WHEN 'P'
                   ADD 1 TO WRK-VDD-PERDIDAS (WRK-VDD-POS)
               WHEN OTHER
                   ADD 1 TO WRK-VDD-ABERTAS (WRK-VDD-POS)
           END-EVALUATE.

       0300-FINISH SECTION.
           CLOSE COTACOES.
           PERFORM 0310-IMPRIME-CABECALHO.
           PERFORM VARYING WRK-VDD-IDX FROM 1 BY 1
               UNTIL WRK-VDD-IDX > WRK-VDD-TOTAL
               IF WRK-VDD-EMITIDAS (WRK-VDD-IDX) > ZEROS
                   PERFORM 0320-IMPRIME-VENDEDOR
               END-IF
           END-PERFORM.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LIN-VENDEDOR.
           MOVE "TOTAL GERAL" TO WRK-LIN-NOME.
           MOVE WRK-TOT-EMITIDAS TO WRK-LIN-EMITIDAS.
           MOVE WRK-TOT-CONVERTIDAS TO WRK-LIN-CONVERTIDAS.
           MOVE WRK-TOT-ABERTAS TO WRK-LIN-ABERTAS.
           MOVE WRK-TOT-EXPIRADAS TO WRK-LIN-EXPIRADAS.
           MOVE WRK-TOT-PERDIDAS TO WRK-LIN-PERDIDAS.
           MOVE WRK-TOT-VALOR-COT TO WRK-LIN-VALOR-COT.
           MOVE WRK-TOT-VALOR-CONV TO WRK-LIN-VALOR-CONV.
           MOVE ZEROS TO WRK-TAXA.
           IF WRK-TOT-EMITIDAS > ZEROS
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-TOT-CONVERTIDAS * 100 / WRK-TOT-EMITIDAS
           END-IF.
           MOVE WRK-TAXA TO WRK-LIN-TAXA.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "PERIODO..............: " WRK-PERIODO.
           DISPLAY "COTACOES LIDAS.......: " WRK-ACUM-LIDAS.
           DISPLAY "EMITIDAS NO PERIODO..: " WRK-ACUM-NO-PERIODO.
           DISPLAY "CONVERTIDAS..........: " WRK-TOT-CONVERTIDAS.
           IF WRK-ACUM-TABELA-CHEIA > ZEROS
               DISPLAY "FORA DO RELATORIO....: " WRK-ACUM-TABELA-CHEIA
                   " (TABELA DE VENDEDORES CHEIA)"
           END-IF.
           DISPLAY "RELATORIO EM RELATORIO-CONVERSAO-COTACOES.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-IMPRIME-CABECALHO SECTION.
           MOVE "RELATORIO DE CONVERSAO DE COTACOES POR VENDEDOR"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PERIODO: " DELIMITED BY SIZE
               WRK-PERIODO DELIMITED BY SIZE
               "   DATA: " DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               "   % = CONVERTIDAS / EMITIDAS" DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0320-IMPRIME-VENDEDOR SECTION.
           MOVE WRK-VDD-CODIGO (WRK-VDD-IDX) TO WRK-LIN-VENDEDOR.
           MOVE WRK-VDD-NOME (WRK-VDD-IDX) TO WRK-LIN-NOME.
           MOVE WRK-VDD-EMITIDAS (WRK-VDD-IDX) TO WRK-LIN-EMITIDAS.
           MOVE WRK-VDD-CONVERTIDAS (WRK-VDD-IDX) TO
               WRK-LIN-CONVERTIDAS.
           MOVE WRK-VDD-ABERTAS (WRK-VDD-IDX) TO WRK-LIN-ABERTAS.
           MOVE WRK-VDD-EXPIRADAS (WRK-VDD-IDX) TO WRK-LIN-EXPIRADAS.
           MOVE WRK-VDD-PERDIDAS (WRK-VDD-IDX) TO WRK-LIN-PERDIDAS.
           MOVE WRK-VDD-VALOR-COT (WRK-VDD-IDX) TO WRK-LIN-VALOR-COT.
           MOVE WRK-VDD-VALOR-CONV (WRK-VDD-IDX) TO
               WRK-LIN-VALOR-CONV.
           COMPUTE WRK-TAXA ROUNDED =
               WRK-VDD-CONVERTIDAS (WRK-VDD-IDX) * 100
               / WRK-VDD-EMITIDAS (WRK-VDD-IDX).
           MOVE WRK-TAXA TO WRK-LIN-TAXA.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD WRK-VDD-EMITIDAS (WRK-VDD-IDX) TO WRK-TOT-EMITIDAS.
           ADD WRK-VDD-CONVERTIDAS (WRK-VDD-IDX) TO
               WRK-TOT-CONVERTIDAS.
           ADD WRK-VDD-ABERTAS (WRK-VDD-IDX) TO WRK-TOT-ABERTAS.
           ADD WRK-VDD-EXPIRADAS (WRK-VDD-IDX) TO WRK-TOT-EXPIRADAS.
           ADD WRK-VDD-PERDIDAS (WRK-VDD-IDX) TO WRK-TOT-PERDIDAS.
           ADD WRK-VDD-VALOR-COT (WRK-VDD-IDX) TO WRK-TOT-VALOR-COT.
           ADD WRK-VDD-VALOR-CONV (WRK-VDD-IDX) TO
               WRK-TOT-VALOR-CONV.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
