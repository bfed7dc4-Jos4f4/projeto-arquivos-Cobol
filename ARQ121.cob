       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ121 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO MENSAL DE EFEITO DO LEMBRETE DE
      *==            VENCIMENTO -- PARA AS FATURAS QUE VENCERAM NO MES
      *==            COMPARA A PONTUALIDADE DE PAGAMENTO DAS LEMBRADAS
      *==            PELO ARQ120 COM A DAS SUPRIMIDAS (SEM
      *==            CONSENTIMENTO OU SEM CONTATO) E A DAS QUE NAO
      *==            PASSARAM PELO LEMBRETE (SEM REGISTRO EM
      *==            LEMBRETES-VENCIMENTO, VIDE LBRREG)
      *==  PAGA EM DIA = FAT-STATUS 'P' COM PAGAMENTO ATE O VENCIMENTO;
      *==  FATURA QUITADA POR NOTA DE CREDITO ('C') FICA DE FORA
      *==  O MES VEM DE LEMBRETES-RELATORIO-PARM.TXT (AAAAMM) -- SEM
      *==  PARAMETRO E O MES ANTERIOR AO DA EXECUCAO, COMO NO ARQ114
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT LEMBRETES ASSIGN TO
               DYNAMIC WRK-CAMINHO-LEMBRETES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LBR-FAT-NUMERO
               FILE STATUS IS FS-LEMBRETES.

           SELECT PARAMETROS ASSIGN TO
               "LEMBRETES-RELATORIO-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-LEMBRETES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD LEMBRETES.
       01 REG-LEMBRETE.
           COPY LBRREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-LEMBRETES PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-EXEC PIC X(08) VALUE SPACES.
       77 WRK-LEMBRETES-ABERTO PIC X(01) VALUE 'N'.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-LEMBRETES PIC X(30) VALUE SPACES.

      *===========MES DE REFERENCIA============================
       77 WRK-MES-REF PIC X(06) VALUE SPACES.
       77 WRK-ANO-N PIC 9(04) VALUE ZEROS.
       77 WRK-MES-N PIC 9(02) VALUE ZEROS.

      *===========TOTAIS POR GRUPO=============================
      *==  GRUPO 1=LEMBRADAS  2=SUPRIMIDAS  3=SEM LEMBRETE
       01 WRK-TAB-GRUPOS.
           05 WRK-GRP-ITEM OCCURS 3 TIMES.
               10 WRK-GRP-QTDE       PIC 9(06).
               10 WRK-GRP-EM-DIA     PIC 9(06).
               10 WRK-GRP-ATRASADAS  PIC 9(06).
               10 WRK-GRP-ABERTAS    PIC 9(06).
               10 WRK-GRP-VALOR      PIC 9(09)V99.
               10 WRK-GRP-VALOR-DIA  PIC 9(09)V99.
       77 WRK-GRP-IDX PIC 9(01) VALUE ZEROS.
       01 WRK-TAB-ROTULOS.
           05 FILLER PIC X(12) VALUE "LEMBRADAS   ".
           05 FILLER PIC X(12) VALUE "SUPRIMIDAS  ".
           05 FILLER PIC X(12) VALUE "SEM LEMBRETE".
       01 WRK-TAB-ROTULOS-R REDEFINES WRK-TAB-ROTULOS.
           05 WRK-ROTULO OCCURS 3 TIMES PIC X(12).
       77 WRK-PERCENTUAL PIC 9(03)V9 VALUE ZEROS.
       77 WRK-TOTAL-EDIT PIC ZZZZZZZZ9.99.

      *===========LINHAS DO RELATORIO=========================
       01 WRK-LINHA-TITULO.
           05 FILLER PIC X(13) VALUE "GRUPO        ".
           05 FILLER PIC X(08) VALUE " FATURAS".
           05 FILLER PIC X(08) VALUE "  EM DIA".
           05 FILLER PIC X(08) VALUE "  ATRASO".
           05 FILLER PIC X(08) VALUE " ABERTAS".
           05 FILLER PIC X(07) VALUE " % DIA".
           05 FILLER PIC X(13) VALUE "        VALOR".
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-GRUPO      PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-QTDE       PIC ZZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-EM-DIA     PIC ZZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-ATRASADAS  PIC ZZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-ABERTAS    PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LIN-PERCENTUAL PIC ZZ9.9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-VALOR      PIC ZZZZZZZZ9.99.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-NO-MES PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-EXEC.
           PERFORM 0105-LE-PARAMETROS.
           INITIALIZE WRK-TAB-GRUPOS.
           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL 00
               MOVE "FATURAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
      *==  SEM O CONTROLE TODAS AS FATURAS CAEM EM "SEM LEMBRETE"
           OPEN INPUT LEMBRETES.
           IF FS-LEMBRETES EQUAL 00
               MOVE 'S' TO WRK-LEMBRETES-ABERTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0310-IMPRIME-CABECALHO.

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
                   MOVE "FATURAS-TEST.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "LEMBRETES-VENCIMENTO-TEST.txt" TO
                       WRK-CAMINHO-LEMBRETES
               WHEN "DEV"
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "LEMBRETES-VENCIMENTO-DEV.txt" TO
                       WRK-CAMINHO-LEMBRETES
               WHEN OTHER
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "\LEMBRETES-VENCIMENTO.txt" TO
                       WRK-CAMINHO-LEMBRETES
           END-EVALUATE.

       0105-LE-PARAMETROS SECTION.
      *==  SEM PARAMETRO VALIDO O MES DE REFERENCIA E O ANTERIOR AO
      *==  DA EXECUCAO
           MOVE SPACES TO WRK-MES-REF.
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS EQUAL 00
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-PARAMETRO (1:6) IS NUMERIC
                           AND REG-PARAMETRO (5:2) >= "01"
                           AND REG-PARAMETRO (5:2) <= "12"
                           MOVE REG-PARAMETRO (1:6) TO WRK-MES-REF
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
           IF WRK-MES-REF EQUAL SPACES
               MOVE WRK-DATA-EXEC (1:4) TO WRK-ANO-N
               MOVE WRK-DATA-EXEC (5:2) TO WRK-MES-N
               PERFORM 0107-RECUA-UM-MES
               MOVE WRK-ANO-N TO WRK-MES-REF (1:4)
               MOVE WRK-MES-N TO WRK-MES-REF (5:2)
           END-IF.

       0107-RECUA-UM-MES SECTION.
           IF WRK-MES-N EQUAL 1
               MOVE 12 TO WRK-MES-N
               SUBTRACT 1 FROM WRK-ANO-N
           ELSE
               SUBTRACT 1 FROM WRK-MES-N
           END-IF.

       0200-PROCESS SECTION.
           READ FATURAS.
           PERFORM UNTIL FS-FATURAS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDAS
               IF FAT-DATA-VENCTO (1:6) EQUAL WRK-MES-REF
                   AND FAT-STATUS NOT EQUAL 'C'
                   PERFORM 0210-CLASSIFICA-FATURA
               END-IF
               READ FATURAS
           END-PERFORM.

       0210-CLASSIFICA-FATURA SECTION.
           ADD 1 TO WRK-ACUM-NO-MES.
           MOVE 3 TO WRK-GRP-IDX.
           IF WRK-LEMBRETES-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO LBR-FAT-NUMERO
               READ LEMBRETES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LBR-SITUACAO EQUAL 'E'
                           MOVE 1 TO WRK-GRP-IDX
                       ELSE
                           MOVE 2 TO WRK-GRP-IDX
                       END-IF
               END-READ
           END-IF.
           ADD 1 TO WRK-GRP-QTDE (WRK-GRP-IDX).
           ADD FAT-VALOR TO WRK-GRP-VALOR (WRK-GRP-IDX).
           EVALUATE TRUE
               WHEN FAT-STATUS EQUAL 'P'
                   AND FAT-DATA-PAGTO <= FAT-DATA-VENCTO
                   ADD 1 TO WRK-GRP-EM-DIA (WRK-GRP-IDX)
                   ADD FAT-VALOR TO WRK-GRP-VALOR-DIA (WRK-GRP-IDX)
               WHEN FAT-STATUS EQUAL 'P'
                   ADD 1 TO WRK-GRP-ATRASADAS (WRK-GRP-IDX)
               WHEN OTHER
                   ADD 1 TO WRK-GRP-ABERTAS (WRK-GRP-IDX)
           END-EVALUATE.

       0300-FINISH SECTION.
           CLOSE FATURAS.
           IF WRK-LEMBRETES-ABERTO EQUAL 'S'
               CLOSE LEMBRETES
           END-IF.
           PERFORM 0320-IMPRIME-GRUPOS.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "MES DE REFERENCIA....: " WRK-MES-REF.
           DISPLAY "FATURAS LIDAS........: " WRK-ACUM-LIDAS.
           DISPLAY "VENCIDAS NO MES......: " WRK-ACUM-NO-MES.
           DISPLAY "RELATORIO EM RELATORIO-LEMBRETES.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-IMPRIME-CABECALHO SECTION.
           MOVE "RELATORIO DE EFEITO DO LEMBRETE DE VENCIMENTO"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA: " DELIMITED BY SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               "   VENCIMENTOS DO MES: " DELIMITED BY SIZE
               WRK-MES-REF DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0320-IMPRIME-GRUPOS SECTION.
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
               UNTIL WRK-GRP-IDX > 3
               MOVE ZEROS TO WRK-PERCENTUAL
               IF WRK-GRP-QTDE (WRK-GRP-IDX) > 0
                   COMPUTE WRK-PERCENTUAL ROUNDED =
                       WRK-GRP-EM-DIA (WRK-GRP-IDX) * 100
                       / WRK-GRP-QTDE (WRK-GRP-IDX)
               END-IF
               MOVE WRK-ROTULO (WRK-GRP-IDX) TO WRK-LIN-GRUPO
               MOVE WRK-GRP-QTDE (WRK-GRP-IDX) TO WRK-LIN-QTDE
               MOVE WRK-GRP-EM-DIA (WRK-GRP-IDX) TO WRK-LIN-EM-DIA
               MOVE WRK-GRP-ATRASADAS (WRK-GRP-IDX) TO
                   WRK-LIN-ATRASADAS
               MOVE WRK-GRP-ABERTAS (WRK-GRP-IDX) TO WRK-LIN-ABERTAS
               MOVE WRK-PERCENTUAL TO WRK-LIN-PERCENTUAL
               MOVE WRK-GRP-VALOR (WRK-GRP-IDX) TO WRK-LIN-VALOR
               MOVE WRK-LINHA-DETALHE TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "VALOR PAGO EM DIA POR GRUPO" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
               UNTIL WRK-GRP-IDX > 3
               MOVE WRK-GRP-VALOR-DIA (WRK-GRP-IDX) TO WRK-TOTAL-EDIT
               MOVE SPACES TO REG-RELATORIO
               STRING "  " DELIMITED BY SIZE
                   WRK-ROTULO (WRK-GRP-IDX) DELIMITED BY SIZE
                   "  VALOR: " DELIMITED BY SIZE
                   WRK-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
