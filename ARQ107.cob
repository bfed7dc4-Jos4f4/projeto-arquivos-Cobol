       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ107 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: REAJUSTE PROGRAMADO DE PRECOS -- CADA LINHA DE
      *==            REAJUSTE-PARM.TXT (CODIGO-INICIAL|CODIGO-FINAL|
      *==            TIPO|VALOR|DATA-EFETIVA) APLICA A TODOS OS
      *==            PRODUTOS DO CATALOGO NA FAIXA DE CODIGOS UM
      *==            PERCENTUAL (TIPO P) OU UM VALOR FIXO (TIPO V),
      *==            POSITIVO OU NEGATIVO, SOBRE O PRECO QUE VALE NA
      *==            VESPERA DA DATA EFETIVA; O PRECO NOVO E GRAVADO
      *==            COMO VIGENCIA FUTURA NO HISTORICO DE PRECOS
      *==            (MODULO ARQ106) E SO PASSA A VALER PARA OS
      *==            PEDIDOS NA DATA EFETIVA -- O COMERCIAL CARREGA O
      *==            AUMENTO COM ANTECEDENCIA; O RELATORIO
      *==            RELATORIO-REAJUSTE.TXT MOSTRA ANTES E DEPOIS
      *==  A DATA EFETIVA TEM QUE SER FUTURA (A PARTIR DE AMANHA);
      *==  COMO O PRECO BASE E SEMPRE O DA VESPERA, RODAR A MESMA
      *==  LINHA DE NOVO NAO ACUMULA O REAJUSTE
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

           SELECT PARAMETROS ASSIGN TO
               "REAJUSTE-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT PRODUTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PRODUTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUTOS.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-REAJUSTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(80).

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRDREG.

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-PRODUTOS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-PRODUTOS PIC X(30) VALUE SPACES.

       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

      *===========PRECO COM VIGENCIA (ARQ106)=================
       01 WRK-PRC-PARAMETROS.
           COPY PRCPRM.

      *===========CAMPOS DA LINHA DE PARAMETRO================
       77 WRK-CODIGO-INI PIC X(06) VALUE SPACES.
       77 WRK-CODIGO-FIM PIC X(06) VALUE SPACES.
       77 WRK-TIPO PIC X(01) VALUE SPACES.
       77 WRK-VALOR-ALFA PIC X(12) VALUE SPACES.
       77 WRK-VALOR-AJUSTE PIC S9(07)V99 VALUE ZEROS.
       77 WRK-DATA-EFETIVA PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INT PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-VESPERA PIC X(08) VALUE SPACES.
       77 WRK-DATA-VESPERA-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-LINHA-VALIDA PIC X(01) VALUE 'S'.
       77 WRK-MOTIVO PIC X(40) VALUE SPACES.

      *===========CALCULO DO PRECO NOVO=======================
       77 WRK-PRECO-ANTES PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-CALC PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PRECO-DEPOIS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-AJUSTE-EDIT PIC -ZZZZZZ9.99.

      *===========LINHA DO RELATORIO==========================
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-CODIGO     PIC X(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-DESCRICAO  PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-ANTES      PIC ZZZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-DEPOIS     PIC ZZZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-SITUACAO   PIC X(19).

      *================ACUMULADORES===================================
       77 WRK-ACUM-LINHAS PIC 9(04) VALUE ZEROS.
       77 WRK-ACUM-LINHAS-REJ PIC 9(04) VALUE ZEROS.
       77 WRK-ACUM-PRODUTOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-REAJUSTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ERROS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS NOT EQUAL 00
               MOVE "REAJUSTE-PARM.TXT AUSENTE" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE "REAJUSTE PROGRAMADO DE PRECOS -- ANTES E DEPOIS"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA: " DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

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
                   MOVE "PRODUTOS-TEST.TXT" TO WRK-CAMINHO-PRODUTOS
               WHEN OTHER
                   MOVE "PRODUTOS.TXT" TO WRK-CAMINHO-PRODUTOS
           END-EVALUATE.

       0200-PROCESS SECTION.
           READ PARAMETROS.
           PERFORM UNTIL FS-PARAMETROS NOT EQUAL 00
               IF REG-PARAMETRO NOT EQUAL SPACES
                   ADD 1 TO WRK-ACUM-LINHAS
                   PERFORM 0210-VALIDA-LINHA
                   PERFORM 0220-IMPRIME-LINHA-PARM
                   IF WRK-LINHA-VALIDA EQUAL 'S'
                       PERFORM 0230-APLICA-FAIXA
                   ELSE
                       ADD 1 TO WRK-ACUM-LINHAS-REJ
                   END-IF
               END-IF
               READ PARAMETROS
           END-PERFORM.

       0210-VALIDA-LINHA SECTION.
           MOVE 'S' TO WRK-LINHA-VALIDA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO WRK-CODIGO-INI WRK-CODIGO-FIM WRK-TIPO.
           MOVE SPACES TO WRK-VALOR-ALFA WRK-DATA-EFETIVA.
           MOVE ZEROS TO WRK-VALOR-AJUSTE.
           UNSTRING REG-PARAMETRO DELIMITED BY "|"
               INTO WRK-CODIGO-INI WRK-CODIGO-FIM WRK-TIPO
                    WRK-VALOR-ALFA WRK-DATA-EFETIVA.
           IF WRK-CODIGO-INI EQUAL SPACES
               OR WRK-CODIGO-FIM < WRK-CODIGO-INI
               MOVE 'N' TO WRK-LINHA-VALIDA
               MOVE "FAIXA DE CODIGOS INVALIDA" TO WRK-MOTIVO
           END-IF.
           IF WRK-LINHA-VALIDA EQUAL 'S'
               IF WRK-TIPO EQUAL 'p'
                   MOVE 'P' TO WRK-TIPO
               END-IF
               IF WRK-TIPO EQUAL 'v'
                   MOVE 'V' TO WRK-TIPO
               END-IF
               IF WRK-TIPO NOT EQUAL 'P' AND WRK-TIPO NOT EQUAL 'V'
                   MOVE 'N' TO WRK-LINHA-VALIDA
                   MOVE "TIPO DEVE SER P (PERCENTUAL) OU V (VALOR)"
                       TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-LINHA-VALIDA EQUAL 'S'
               IF FUNCTION TEST-NUMVAL (WRK-VALOR-ALFA) NOT EQUAL 0
                   OR WRK-VALOR-ALFA EQUAL SPACES
                   MOVE 'N' TO WRK-LINHA-VALIDA
                   MOVE "VALOR DO REAJUSTE INVALIDO" TO WRK-MOTIVO
               ELSE
                   COMPUTE WRK-VALOR-AJUSTE =
                       FUNCTION NUMVAL (WRK-VALOR-ALFA)
               END-IF
           END-IF.
           IF WRK-LINHA-VALIDA EQUAL 'S'
               IF WRK-DATA-EFETIVA IS NOT NUMERIC
                   MOVE 'N' TO WRK-LINHA-VALIDA
                   MOVE "DATA EFETIVA INVALIDA" TO WRK-MOTIVO
               ELSE
                   MOVE WRK-DATA-EFETIVA TO WRK-DATA-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD (WRK-DATA-NUM)
                           NOT EQUAL 0
                       MOVE 'N' TO WRK-LINHA-VALIDA
                       MOVE "DATA EFETIVA INVALIDA" TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WRK-LINHA-VALIDA EQUAL 'S'
               AND WRK-DATA-EFETIVA NOT > WRK-DATA-HOJE
               MOVE 'N' TO WRK-LINHA-VALIDA
               MOVE "DATA EFETIVA TEM QUE SER FUTURA" TO WRK-MOTIVO
           END-IF.
           IF WRK-LINHA-VALIDA EQUAL 'S'
               COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-NUM) - 1
               COMPUTE WRK-DATA-VESPERA-NUM =
                   FUNCTION DATE-OF-INTEGER (WRK-DATA-INT)
               MOVE WRK-DATA-VESPERA-NUM TO WRK-DATA-VESPERA
           END-IF.

       0220-IMPRIME-LINHA-PARM SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-VALOR-AJUSTE TO WRK-AJUSTE-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "FAIXA " DELIMITED BY SIZE
               WRK-CODIGO-INI DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WRK-CODIGO-FIM DELIMITED BY SIZE
               "  TIPO " DELIMITED BY SIZE
               WRK-TIPO DELIMITED BY SIZE
               "  VALOR " DELIMITED BY SIZE
               WRK-AJUSTE-EDIT DELIMITED BY SIZE
               "  EFETIVO EM " DELIMITED BY SIZE
               WRK-DATA-EFETIVA DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WRK-LINHA-VALIDA NOT EQUAL 'S'
               MOVE SPACES TO REG-RELATORIO
               STRING "  LINHA IGNORADA: " DELIMITED BY SIZE
                   WRK-MOTIVO DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               MOVE SPACES TO REG-RELATORIO
               MOVE "CODIGO DESCRICAO" TO REG-RELATORIO (1:16)
               MOVE "     ANTES     DEPOIS" TO REG-RELATORIO (39:21)
               WRITE REG-RELATORIO
           END-IF.

       0230-APLICA-FAIXA SECTION.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 00
               READ PRODUTOS
               PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
                   IF PRD-CODIGO >= WRK-CODIGO-INI
                       AND PRD-CODIGO <= WRK-CODIGO-FIM
                       ADD 1 TO WRK-ACUM-PRODUTOS
                       PERFORM 0240-REAJUSTA-PRODUTO
                   END-IF
                   READ PRODUTOS
               END-PERFORM
               CLOSE PRODUTOS
           ELSE
               MOVE "  CATALOGO DE PRODUTOS AUSENTE" TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       0240-REAJUSTA-PRODUTO SECTION.
      *==  A BASE E O PRECO DA VESPERA DA DATA EFETIVA -- DO
      *==  HISTORICO, OU DO CATALOGO QUANDO AINDA NAO HA VIGENCIA
           MOVE PRD-PRECO TO WRK-PRECO-ANTES.
           MOVE 'C' TO PRC-FUNCAO.
           MOVE PRD-CODIGO TO PRC-PRODUTO.
           MOVE WRK-DATA-VESPERA TO PRC-DATA.
           CALL "ARQ106" USING WRK-PRC-PARAMETROS.
           IF PRC-RESULTADO EQUAL 'S'
               MOVE PRC-PRECO TO WRK-PRECO-ANTES
           END-IF.
           IF WRK-TIPO EQUAL 'P'
               COMPUTE WRK-PRECO-CALC ROUNDED = WRK-PRECO-ANTES
                   + (WRK-PRECO-ANTES * WRK-VALOR-AJUSTE / 100)
           ELSE
               COMPUTE WRK-PRECO-CALC = WRK-PRECO-ANTES
                   + WRK-VALOR-AJUSTE
           END-IF.
           MOVE PRD-CODIGO TO WRK-LIN-CODIGO.
           MOVE PRD-DESCRICAO TO WRK-LIN-DESCRICAO.
           MOVE WRK-PRECO-ANTES TO WRK-LIN-ANTES.
           IF WRK-PRECO-CALC NOT > ZERO
               OR WRK-PRECO-CALC > 9999999.99
               ADD 1 TO WRK-ACUM-ERROS
               MOVE ZEROS TO WRK-LIN-DEPOIS
               MOVE "PRECO NOVO INVALIDO" TO WRK-LIN-SITUACAO
           ELSE
               MOVE WRK-PRECO-CALC TO WRK-PRECO-DEPOIS
               MOVE WRK-PRECO-DEPOIS TO WRK-LIN-DEPOIS
               MOVE 'G' TO PRC-FUNCAO
               MOVE PRD-CODIGO TO PRC-PRODUTO
               MOVE WRK-DATA-EFETIVA TO PRC-DATA
               MOVE WRK-PRECO-DEPOIS TO PRC-PRECO
               MOVE "ARQ107" TO PRC-ORIGEM
               CALL "ARQ106" USING WRK-PRC-PARAMETROS
               IF PRC-RESULTADO EQUAL 'S'
                   ADD 1 TO WRK-ACUM-REAJUSTADOS
                   MOVE "PROGRAMADO" TO WRK-LIN-SITUACAO
               ELSE
                   ADD 1 TO WRK-ACUM-ERROS
                   MOVE "ERRO NA GRAVACAO" TO WRK-LIN-SITUACAO
               END-IF
           END-IF.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0300-FINISH SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PRODUTOS REAJUSTADOS: " DELIMITED BY SIZE
               WRK-ACUM-REAJUSTADOS DELIMITED BY SIZE
               "  COM ERRO: " DELIMITED BY SIZE
               WRK-ACUM-ERROS DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE PARAMETROS.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "LINHAS DE REAJUSTE...: " WRK-ACUM-LINHAS.
           DISPLAY "LINHAS IGNORADAS.....: " WRK-ACUM-LINHAS-REJ.
           DISPLAY "PRODUTOS NA FAIXA....: " WRK-ACUM-PRODUTOS.
           DISPLAY "PRODUTOS REAJUSTADOS.: " WRK-ACUM-REAJUSTADOS.
           DISPLAY "PRODUTOS COM ERRO....: " WRK-ACUM-ERROS.
           DISPLAY "RELATORIO EM RELATORIO-REAJUSTE.TXT".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
