       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ112.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: CONCILIACAO REMESSA X CONFIRMACAO DO BANCO --
      *==            CASA AS FATURAS ENVIADAS POR REMESSA
      *==            (BANCO-ENVIADOS.TXT, ARQ111) COM AS FATURAS QUE
      *==            O BANCO CONFIRMOU COMO REGISTRADAS
      *==            (BANCO-CONFIRMADOS.TXT), IMPRIME A COBERTURA POR
      *==            SEQUENCIA DE REMESSA (ENVIADAS/CONFIRMADAS) E
      *==            LISTA AS FATURAS AINDA ABERTAS SEM CONFIRMACAO HA
      *==            MAIS DE N DIAS -- ESTAS TAMBEM SAEM EM
      *==            PENDENTES-REMESSA-BANCO.TXT, QUE O ARQ111
      *==            CONSOME PARA REENVIA-LAS NA PROXIMA REMESSA
      *==            (MESMA FILOSOFIA DA CONCILIACAO DO BUREAU, ARQ094)
      *==  LAYOUT DA CONFIRMACAO: FATURA(7) BRANCO(1) DATA(8)
      *==  FATURA JA PAGA OU QUITADA POR CREDITO NAO E COBRADA
      *==  PRAZO EM CONCILIACAO-BANCO-PARM.TXT (DIAS, PADRAO 3)
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT ENVIADOS ASSIGN TO
               "BANCO-ENVIADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENVIADOS.

           SELECT CONFIRMADOS ASSIGN TO
               "BANCO-CONFIRMADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIRMADOS.

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT PARAMETROS ASSIGN TO
               "CONCILIACAO-BANCO-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-CONCILIACAO-BANCO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

           SELECT PENDENTES ASSIGN TO
               "PENDENTES-REMESSA-BANCO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDENTES.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD ENVIADOS.
       01 REG-ENVIADO.
           05 ENV-SEQUENCIA      PIC 9(06).
           05 FILLER             PIC X(01).
           05 ENV-FATURA         PIC 9(07).
           05 FILLER             PIC X(01).
           05 ENV-DATA           PIC X(08).

       FD CONFIRMADOS.
       01 REG-CONFIRMADO.
           05 CNF-FATURA         PIC X(07).
           05 FILLER             PIC X(01).
           05 CNF-DATA           PIC X(08).

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       FD PENDENTES.
       01 REG-PENDENTE PIC X(07).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.

       77 FS-ENVIADOS PIC 9(02) VALUE ZEROS.
       77 FS-CONFIRMADOS PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 FS-PENDENTES PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-INT-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-INT-ENVIO PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-SEM-CONFIRMACAO PIC S9(05) VALUE ZEROS.
       77 WRK-PRAZO-DIAS PIC 9(03) VALUE 3.
       77 WRK-FATURA-ABERTA PIC X(01) VALUE 'N'.

      *===========FATURAS CONFIRMADAS (CARGA UNICA)===========
      *==  A DATA DA CONFIRMACAO VAI JUNTO -- CONFIRMACAO DE UMA
      *==  REMESSA ANTIGA NAO QUITA O REENVIO POSTERIOR DA FATURA
       01 WRK-TAB-CONFIRMADOS.
           05 WRK-CNF-ITEM OCCURS 20000 TIMES
               INDEXED BY WRK-CNF-IDX.
               10 WRK-CNF-FATURA   PIC X(07).
               10 WRK-CNF-DATA     PIC X(08).
       77 WRK-CNF-TOTAL PIC 9(05) VALUE ZEROS.
       77 WRK-CNF-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-FATURA-ALFA PIC X(07) VALUE SPACES.

      *===========COBERTURA POR REMESSA=======================
       01 WRK-TAB-REMESSAS.
           05 WRK-REM-ITEM OCCURS 200 TIMES
               INDEXED BY WRK-REM-IDX.
               10 WRK-REM-SEQUENCIA  PIC 9(06).
               10 WRK-REM-ENVIADAS   PIC 9(06).
               10 WRK-REM-CONFIRMADAS PIC 9(06).
       77 WRK-REM-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-REM-ACHADO PIC X(01) VALUE 'N'.

      *================ACUMULADORES===================================
       77 WRK-ACUM-ENVIADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-CONFIRMADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-COBRANCA PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-CARREGA-CONFIRMADOS.
           PERFORM 0300-CONCILIA-ENVIADOS.
           PERFORM 0400-IMPRIME-COBERTURA.
           PERFORM 0500-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           COMPUTE WRK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WRK-DATA-HOJE)).
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS EQUAL 00
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                           COMPUTE WRK-PRAZO-DIAS =
                               FUNCTION NUMVAL(REG-PARAMETRO)
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL 00
               MOVE "FATURAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE "CONCILIACAO REMESSA X CONFIRMACAO DO BANCO"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA: " DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               "  PRAZO: " DELIMITED BY SIZE
               WRK-PRAZO-DIAS DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           OPEN OUTPUT PENDENTES.

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
               WHEN "DEV"
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
               WHEN OTHER
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
           END-EVALUATE.

       0200-CARREGA-CONFIRMADOS SECTION.
           OPEN INPUT CONFIRMADOS.
           IF FS-CONFIRMADOS EQUAL 00
               READ CONFIRMADOS
               PERFORM UNTIL FS-CONFIRMADOS NOT EQUAL 00
                   IF WRK-CNF-TOTAL < 20000
                       ADD 1 TO WRK-CNF-TOTAL
                       MOVE CNF-FATURA TO
                           WRK-CNF-FATURA (WRK-CNF-TOTAL)
                       MOVE CNF-DATA TO
                           WRK-CNF-DATA (WRK-CNF-TOTAL)
                   END-IF
                   READ CONFIRMADOS
               END-PERFORM
               CLOSE CONFIRMADOS
           END-IF.

       0300-CONCILIA-ENVIADOS SECTION.
           OPEN INPUT ENVIADOS.
           IF FS-ENVIADOS NOT EQUAL 00
               MOVE "BANCO-ENVIADOS AUSENTE" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           READ ENVIADOS.
           PERFORM UNTIL FS-ENVIADOS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-ENVIADAS
               PERFORM 0310-ACUMULA-REMESSA
               PERFORM 0320-PROCURA-CONFIRMACAO
               IF WRK-CNF-ACHADO EQUAL 'S'
                   ADD 1 TO WRK-ACUM-CONFIRMADAS
                   ADD 1 TO
                       WRK-REM-CONFIRMADAS (WRK-REM-IDX)
               ELSE
                   PERFORM 0330-AVALIA-COBRANCA
               END-IF
               READ ENVIADOS
           END-PERFORM.
           CLOSE ENVIADOS.

       0310-ACUMULA-REMESSA SECTION.
      *==  AO SAIR, WRK-REM-IDX APONTA A LINHA DA REMESSA CORRENTE
           MOVE 'N' TO WRK-REM-ACHADO.
           PERFORM VARYING WRK-REM-IDX FROM 1 BY 1
               UNTIL WRK-REM-IDX > WRK-REM-TOTAL
                   OR WRK-REM-ACHADO EQUAL 'S'
               IF WRK-REM-SEQUENCIA (WRK-REM-IDX) EQUAL
                       ENV-SEQUENCIA
                   MOVE 'S' TO WRK-REM-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-REM-ACHADO EQUAL 'S'
               SET WRK-REM-IDX DOWN BY 1
           ELSE
               IF WRK-REM-TOTAL < 200
                   ADD 1 TO WRK-REM-TOTAL
                   SET WRK-REM-IDX TO WRK-REM-TOTAL
                   MOVE ENV-SEQUENCIA TO
                       WRK-REM-SEQUENCIA (WRK-REM-IDX)
                   MOVE ZEROS TO WRK-REM-CONFIRMADAS (WRK-REM-IDX)
                   MOVE ZEROS TO WRK-REM-ENVIADAS (WRK-REM-IDX)
               END-IF
           END-IF.
           ADD 1 TO WRK-REM-ENVIADAS (WRK-REM-IDX).

       0320-PROCURA-CONFIRMACAO SECTION.
      *==  SO CONTA CONFIRMACAO DATADA NO DIA DO ENVIO OU DEPOIS --
      *==  UMA FATURA ALTERADA E REENVIADA CONTINUA PENDENTE ATE O
      *==  BANCO CONFIRMAR A ALTERACAO
           MOVE 'N' TO WRK-CNF-ACHADO.
           MOVE ENV-FATURA TO WRK-FATURA-ALFA.
           PERFORM VARYING WRK-CNF-IDX FROM 1 BY 1
               UNTIL WRK-CNF-IDX > WRK-CNF-TOTAL
                   OR WRK-CNF-ACHADO EQUAL 'S'
               IF WRK-CNF-FATURA (WRK-CNF-IDX) EQUAL WRK-FATURA-ALFA
                   AND WRK-CNF-DATA (WRK-CNF-IDX) >= ENV-DATA
                   MOVE 'S' TO WRK-CNF-ACHADO
               END-IF
           END-PERFORM.

       0330-AVALIA-COBRANCA SECTION.
      *==  SEM CONFIRMACAO DENTRO DO PRAZO A FATURA ENTRA NA LISTA
      *==  DE COBRANCA AO BANCO E NO ARQUIVO DE PENDENTES QUE O
      *==  ARQ111 REENVIA -- SE AINDA ESTIVER ABERTA
           MOVE ZEROS TO WRK-DIAS-SEM-CONFIRMACAO.
           IF ENV-DATA IS NUMERIC
               COMPUTE WRK-INT-ENVIO =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(ENV-DATA))
               COMPUTE WRK-DIAS-SEM-CONFIRMACAO =
                   WRK-INT-HOJE - WRK-INT-ENVIO
           END-IF.
           IF WRK-DIAS-SEM-CONFIRMACAO > WRK-PRAZO-DIAS
               MOVE 'N' TO WRK-FATURA-ABERTA
               MOVE ENV-FATURA TO FAT-NUMERO
               READ FATURAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FAT-STATUS EQUAL 'A'
                           MOVE 'S' TO WRK-FATURA-ABERTA
                       END-IF
               END-READ
               IF WRK-FATURA-ABERTA EQUAL 'S'
                   ADD 1 TO WRK-ACUM-COBRANCA
                   MOVE SPACES TO REG-RELATORIO
                   STRING "COBRAR FATURA " DELIMITED BY SIZE
                       ENV-FATURA DELIMITED BY SIZE
                       " REMESSA " DELIMITED BY SIZE
                       ENV-SEQUENCIA DELIMITED BY SIZE
                       " ENVIADA " DELIMITED BY SIZE
                       ENV-DATA DELIMITED BY SIZE
                       " NAO REGISTRADA" DELIMITED BY SIZE
                       INTO REG-RELATORIO
                   WRITE REG-RELATORIO
                   MOVE ENV-FATURA TO REG-PENDENTE
                   WRITE REG-PENDENTE
               END-IF
           END-IF.

       0400-IMPRIME-COBERTURA SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "COBERTURA POR REMESSA" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-REM-IDX FROM 1 BY 1
               UNTIL WRK-REM-IDX > WRK-REM-TOTAL
               MOVE SPACES TO REG-RELATORIO
               STRING "  REMESSA " DELIMITED BY SIZE
                   WRK-REM-SEQUENCIA (WRK-REM-IDX)
                       DELIMITED BY SIZE
                   "  ENVIADAS=" DELIMITED BY SIZE
                   WRK-REM-ENVIADAS (WRK-REM-IDX)
                       DELIMITED BY SIZE
                   "  CONFIRMADAS=" DELIMITED BY SIZE
                   WRK-REM-CONFIRMADAS (WRK-REM-IDX)
                       DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.

       0500-FINISH SECTION.
           CLOSE FATURAS.
           CLOSE RELATORIO.
           CLOSE PENDENTES.
           DISPLAY "================================".
           DISPLAY "FATURAS ENVIADAS.....: " WRK-ACUM-ENVIADAS.
           DISPLAY "CONFIRMADAS..........: " WRK-ACUM-CONFIRMADAS.
           DISPLAY "EM COBRANCA..........: " WRK-ACUM-COBRANCA.
           DISPLAY "RELATORIO EM RELATORIO-CONCILIACAO-BANCO.TXT".
           DISPLAY "PENDENTES EM PENDENTES-REMESSA-BANCO.TXT".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
