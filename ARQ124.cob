       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ124 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO DE COBRANCA EXTERNA POR AGENCIA --
      *==            ENVIADO CONTRA RECUPERADO: PARA CADA AGENCIA DE
      *==            COBRANCA (AGENCIAS-COBRANCA.TXT, VIDE AGCREG)
      *==            TOTALIZA AS FATURAS ENVIADAS PELO ARQ122 E O
      *==            DESTINO DELAS NO RETORNO DO ARQ123 (PAGAS VIA
      *==            AGENCIA, DEVOLVIDAS, PAGAS DIRETO AO CREDOR E
      *==            AINDA EM COBRANCA), COM O VALOR ENVIADO, O
      *==            COBRADO, A TAXA, O LIQUIDO REPASSADO E O
      *==            PERCENTUAL RECUPERADO (COBRADO / ENVIADO)
      *==  O MES DE ENVIO VEM DE COBRANCA-RELATORIO-PARM.TXT (AAAAMM)
      *==  -- SEM PARAMETRO O RELATORIO COBRE TODAS AS REMESSAS
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT COBRANCA-EXTERNA ASSIGN TO
               DYNAMIC WRK-CAMINHO-CEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CEX-FAT-NUMERO
               ALTERNATE RECORD KEY IS CEX-ID-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-CEX.

           SELECT AGENCIAS ASSIGN TO
               "AGENCIAS-COBRANCA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AGENCIAS.

           SELECT PARAMETROS ASSIGN TO
               "COBRANCA-RELATORIO-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-COBRANCA-EXTERNA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD COBRANCA-EXTERNA.
       01 REG-COBRANCA-EXTERNA.
           COPY CEXREG.

       FD AGENCIAS.
       01 REG-AGENCIA.
           COPY AGCREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-CEX PIC 9(02) VALUE ZEROS.
       77 FS-AGENCIAS PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-EXEC PIC X(08) VALUE SPACES.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CEX PIC X(30) VALUE SPACES.

      *===========MES DE ENVIO (OPCIONAL)======================
       77 WRK-MES-REF PIC X(06) VALUE SPACES.

      *===========TOTAIS POR AGENCIA===========================
       01 WRK-TAB-AGENCIAS.
           05 WRK-AGE-ITEM OCCURS 50 TIMES
               INDEXED BY WRK-AGE-IDX.
               10 WRK-AGE-CODIGO       PIC X(03).
               10 WRK-AGE-NOME         PIC X(20).
               10 WRK-AGE-ENVIADAS     PIC 9(06).
               10 WRK-AGE-PAGAS        PIC 9(06).
               10 WRK-AGE-DEVOLVIDAS   PIC 9(06).
               10 WRK-AGE-DIRETO       PIC 9(06).
               10 WRK-AGE-EM-COBRANCA  PIC 9(06).
               10 WRK-AGE-VLR-ENVIADO  PIC 9(09)V99.
               10 WRK-AGE-VLR-COBRADO  PIC 9(09)V99.
               10 WRK-AGE-VLR-TAXA     PIC 9(09)V99.
               10 WRK-AGE-VLR-LIQUIDO  PIC 9(09)V99.
       77 WRK-AGE-TOTAL PIC 9(02) VALUE ZEROS.
       77 WRK-AGE-ACHADA PIC X(01) VALUE 'N'.
      *==  LINHA CORRENTE DA IMPRESSAO -- MESMO LAYOUT DO ITEM DA
      *==  TABELA, SERVE TANTO A AGENCIA QUANTO O TOTAL GERAL
       01 WRK-AGE-CORRENTE.
           05 WRK-COR-CODIGO       PIC X(03).
           05 WRK-COR-NOME         PIC X(20).
           05 WRK-COR-ENVIADAS     PIC 9(06).
           05 WRK-COR-PAGAS        PIC 9(06).
           05 WRK-COR-DEVOLVIDAS   PIC 9(06).
           05 WRK-COR-DIRETO       PIC 9(06).
           05 WRK-COR-EM-COBRANCA  PIC 9(06).
           05 WRK-COR-VLR-ENVIADO  PIC 9(09)V99.
           05 WRK-COR-VLR-COBRADO  PIC 9(09)V99.
           05 WRK-COR-VLR-TAXA     PIC 9(09)V99.
           05 WRK-COR-VLR-LIQUIDO  PIC 9(09)V99.
       01 WRK-AGE-TOTAIS.
           05 WRK-TOT-CODIGO       PIC X(03) VALUE SPACES.
           05 WRK-TOT-NOME         PIC X(20) VALUE "TOTAL GERAL".
           05 WRK-TOT-ENVIADAS     PIC 9(06) VALUE ZEROS.
           05 WRK-TOT-PAGAS        PIC 9(06) VALUE ZEROS.
           05 WRK-TOT-DEVOLVIDAS   PIC 9(06) VALUE ZEROS.
           05 WRK-TOT-DIRETO       PIC 9(06) VALUE ZEROS.
           05 WRK-TOT-EM-COBRANCA  PIC 9(06) VALUE ZEROS.
           05 WRK-TOT-VLR-ENVIADO  PIC 9(09)V99 VALUE ZEROS.
           05 WRK-TOT-VLR-COBRADO  PIC 9(09)V99 VALUE ZEROS.
           05 WRK-TOT-VLR-TAXA     PIC 9(09)V99 VALUE ZEROS.
           05 WRK-TOT-VLR-LIQUIDO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL PIC 9(03)V9 VALUE ZEROS.

      *===========LINHAS DO RELATORIO=========================
       01 WRK-LINHA-TITULO1.
           05 FILLER PIC X(24) VALUE "AGENCIA".
           05 FILLER PIC X(08) VALUE "ENVIADAS".
           05 FILLER PIC X(08) VALUE "   PAGAS".
           05 FILLER PIC X(08) VALUE " DEVOLV.".
           05 FILLER PIC X(08) VALUE "  DIRETO".
           05 FILLER PIC X(08) VALUE " EM COBR".
       01 WRK-LINHA-TITULO2.
           05 FILLER PIC X(16) VALUE "         ENVIADO".
           05 FILLER PIC X(13) VALUE "      COBRADO".
           05 FILLER PIC X(13) VALUE "         TAXA".
           05 FILLER PIC X(13) VALUE "      LIQUIDO".
           05 FILLER PIC X(07) VALUE "  % REC".
       01 WRK-LINHA-QTDES.
           05 WRK-LIN-AGENCIA    PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-NOME       PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-ENVIADAS   PIC ZZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-PAGAS      PIC ZZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-DEVOLVIDAS PIC ZZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-DIRETO     PIC ZZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-EM-COBRANCA PIC ZZZZZZ9.
       01 WRK-LINHA-VALORES.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LIN-VLR-ENVIADO PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-VLR-COBRADO PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-VLR-TAXA   PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-VLR-LIQUIDO PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LIN-PERCENTUAL PIC ZZ9.9.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-NO-PERIODO PIC 9(06) VALUE ZEROS.

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
           PERFORM 0110-CARREGA-AGENCIAS.
           OPEN INPUT COBRANCA-EXTERNA.
           IF FS-CEX NOT EQUAL 00
               MOVE "COBRANCA EXTERNA INDISPONIVEL" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
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
                   MOVE "COBRANCA-EXTERNA-TEST.txt" TO
                       WRK-CAMINHO-CEX
               WHEN "DEV"
                   MOVE "COBRANCA-EXTERNA-DEV.txt" TO
                       WRK-CAMINHO-CEX
               WHEN OTHER
                   MOVE "\COBRANCA-EXTERNA.txt" TO
                       WRK-CAMINHO-CEX
           END-EVALUATE.

       0105-LE-PARAMETROS SECTION.
      *==  SEM PARAMETRO VALIDO ENTRAM TODAS AS REMESSAS
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

       0110-CARREGA-AGENCIAS SECTION.
      *==  A ORDEM DO RELATORIO E A DA TABELA; AGENCIA ENCONTRADA SO
      *==  NO ARQUIVO DE COBRANCA ENTRA NO FIM, SEM NOME
           INITIALIZE WRK-TAB-AGENCIAS.
           OPEN INPUT AGENCIAS.
           IF FS-AGENCIAS EQUAL 00
               READ AGENCIAS
               PERFORM UNTIL FS-AGENCIAS NOT EQUAL 00
                   IF AGC-CODIGO NOT EQUAL SPACES
                       AND WRK-AGE-TOTAL < 50
                       ADD 1 TO WRK-AGE-TOTAL
                       MOVE AGC-CODIGO TO
                           WRK-AGE-CODIGO (WRK-AGE-TOTAL)
                       MOVE AGC-NOME TO WRK-AGE-NOME (WRK-AGE-TOTAL)
                   END-IF
                   READ AGENCIAS
               END-PERFORM
               CLOSE AGENCIAS
           END-IF.

       0200-PROCESS SECTION.
           READ COBRANCA-EXTERNA.
           PERFORM UNTIL FS-CEX NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDOS
               IF WRK-MES-REF EQUAL SPACES
                   OR CEX-DATA-ENVIO (1:6) EQUAL WRK-MES-REF
                   PERFORM 0210-ACUMULA-AGENCIA
               END-IF
               READ COBRANCA-EXTERNA
           END-PERFORM.

       0210-ACUMULA-AGENCIA SECTION.
           MOVE 'N' TO WRK-AGE-ACHADA.
           PERFORM VARYING WRK-AGE-IDX FROM 1 BY 1
               UNTIL WRK-AGE-IDX > WRK-AGE-TOTAL
                   OR WRK-AGE-ACHADA EQUAL 'S'
               IF WRK-AGE-CODIGO (WRK-AGE-IDX) EQUAL CEX-AGENCIA
                   MOVE 'S' TO WRK-AGE-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-AGE-ACHADA EQUAL 'S'
               SET WRK-AGE-IDX DOWN BY 1
           ELSE
               IF WRK-AGE-TOTAL < 50
                   ADD 1 TO WRK-AGE-TOTAL
                   SET WRK-AGE-IDX TO WRK-AGE-TOTAL
                   MOVE CEX-AGENCIA TO WRK-AGE-CODIGO (WRK-AGE-IDX)
                   MOVE "(NAO CADASTRADA)" TO
                       WRK-AGE-NOME (WRK-AGE-IDX)
                   MOVE 'S' TO WRK-AGE-ACHADA
               END-IF
           END-IF.
           IF WRK-AGE-ACHADA EQUAL 'S'
               ADD 1 TO WRK-ACUM-NO-PERIODO
               ADD 1 TO WRK-AGE-ENVIADAS (WRK-AGE-IDX)
               ADD CEX-VALOR-ENVIADO TO
                   WRK-AGE-VLR-ENVIADO (WRK-AGE-IDX)
               EVALUATE CEX-STATUS
                   WHEN 'P'
                       ADD 1 TO WRK-AGE-PAGAS (WRK-AGE-IDX)
                       ADD CEX-VALOR-COBRADO TO
                           WRK-AGE-VLR-COBRADO (WRK-AGE-IDX)
                       ADD CEX-VALOR-TAXA TO
                           WRK-AGE-VLR-TAXA (WRK-AGE-IDX)
                       ADD CEX-VALOR-LIQUIDO TO
                           WRK-AGE-VLR-LIQUIDO (WRK-AGE-IDX)
                   WHEN 'R'
                       ADD 1 TO WRK-AGE-DEVOLVIDAS (WRK-AGE-IDX)
                   WHEN 'D'
                       ADD 1 TO WRK-AGE-DIRETO (WRK-AGE-IDX)
                   WHEN OTHER
                       ADD 1 TO WRK-AGE-EM-COBRANCA (WRK-AGE-IDX)
               END-EVALUATE
           END-IF.

       0300-FINISH SECTION.
           CLOSE COBRANCA-EXTERNA.
           PERFORM 0320-IMPRIME-AGENCIAS.
           CLOSE RELATORIO.
           DISPLAY "================================".
           IF WRK-MES-REF EQUAL SPACES
               DISPLAY "MES DE ENVIO.........: TODOS"
           ELSE
               DISPLAY "MES DE ENVIO.........: " WRK-MES-REF
           END-IF.
           DISPLAY "REGISTROS LIDOS......: " WRK-ACUM-LIDOS.
           DISPLAY "FATURAS NO PERIODO...: " WRK-ACUM-NO-PERIODO.
           DISPLAY "AGENCIAS.............: " WRK-AGE-TOTAL.
           DISPLAY "RELATORIO EM RELATORIO-COBRANCA-EXTERNA.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-IMPRIME-CABECALHO SECTION.
           MOVE "RELATORIO DE COBRANCA EXTERNA -- ENVIADO X RECUPERADO"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           IF WRK-MES-REF EQUAL SPACES
               STRING "DATA: " DELIMITED BY SIZE
                   WRK-DATA-EXEC DELIMITED BY SIZE
                   "   REMESSAS: TODAS" DELIMITED BY SIZE
                   INTO REG-RELATORIO
           ELSE
               STRING "DATA: " DELIMITED BY SIZE
                   WRK-DATA-EXEC DELIMITED BY SIZE
                   "   REMESSAS DO MES: " DELIMITED BY SIZE
                   WRK-MES-REF DELIMITED BY SIZE
                   INTO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TITULO1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TITULO2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0320-IMPRIME-AGENCIAS SECTION.
           PERFORM VARYING WRK-AGE-IDX FROM 1 BY 1
               UNTIL WRK-AGE-IDX > WRK-AGE-TOTAL
               MOVE WRK-AGE-ITEM (WRK-AGE-IDX) TO WRK-AGE-CORRENTE
               PERFORM 0330-IMPRIME-LINHAS
               ADD WRK-COR-ENVIADAS TO WRK-TOT-ENVIADAS
               ADD WRK-COR-PAGAS TO WRK-TOT-PAGAS
               ADD WRK-COR-DEVOLVIDAS TO WRK-TOT-DEVOLVIDAS
               ADD WRK-COR-DIRETO TO WRK-TOT-DIRETO
               ADD WRK-COR-EM-COBRANCA TO WRK-TOT-EM-COBRANCA
               ADD WRK-COR-VLR-ENVIADO TO WRK-TOT-VLR-ENVIADO
               ADD WRK-COR-VLR-COBRADO TO WRK-TOT-VLR-COBRADO
               ADD WRK-COR-VLR-TAXA TO WRK-TOT-VLR-TAXA
               ADD WRK-COR-VLR-LIQUIDO TO WRK-TOT-VLR-LIQUIDO
           END-PERFORM.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-AGE-TOTAIS TO WRK-AGE-CORRENTE.
           PERFORM 0330-IMPRIME-LINHAS.

       0330-IMPRIME-LINHAS SECTION.
           MOVE ZEROS TO WRK-PERCENTUAL.
           IF WRK-COR-VLR-ENVIADO > 0
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-COR-VLR-COBRADO * 100 / WRK-COR-VLR-ENVIADO
           END-IF.
           MOVE WRK-COR-CODIGO TO WRK-LIN-AGENCIA.
           MOVE WRK-COR-NOME TO WRK-LIN-NOME.
           MOVE WRK-COR-ENVIADAS TO WRK-LIN-ENVIADAS.
           MOVE WRK-COR-PAGAS TO WRK-LIN-PAGAS.
           MOVE WRK-COR-DEVOLVIDAS TO WRK-LIN-DEVOLVIDAS.
           MOVE WRK-COR-DIRETO TO WRK-LIN-DIRETO.
           MOVE WRK-COR-EM-COBRANCA TO WRK-LIN-EM-COBRANCA.
           MOVE WRK-LINHA-QTDES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-COR-VLR-ENVIADO TO WRK-LIN-VLR-ENVIADO.
           MOVE WRK-COR-VLR-COBRADO TO WRK-LIN-VLR-COBRADO.
           MOVE WRK-COR-VLR-TAXA TO WRK-LIN-VLR-TAXA.
           MOVE WRK-COR-VLR-LIQUIDO TO WRK-LIN-VLR-LIQUIDO.
           MOVE WRK-PERCENTUAL TO WRK-LIN-PERCENTUAL.
           MOVE WRK-LINHA-VALORES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
