       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ114 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO MENSAL DE ENCARGOS DE ATRASO -- LISTA
      *==            A MULTA E OS JUROS APURADOS NO MES PELO RETORNO
      *==            BANCARIO (ARQ065, PELA DATA DO PAGAMENTO) E
      *==            TOTALIZA O APURADO, O RECEBIDO NO PROPRIO
      *==            PAGAMENTO, O RECEBIDO NA FATURA SEGUINTE (FATURA
      *==            DE COBRANCA PAGA NO MES), O DISPENSADO NO MES
      *==            (ARQ113) E O SALDO A RECEBER NA DATA DA EXECUCAO
      *==  O MES VEM DE ENCARGOS-RELATORIO-PARM.TXT (AAAAMM) -- SEM
      *==  PARAMETRO E O MES ANTERIOR AO DA EXECUCAO, COMO NO ARQ105
      *==  A RECEBER = PENDENTES AINDA NAO LANCADOS + LANCADOS EM
      *==  FATURA QUE CONTINUA EM ABERTO
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT ENCARGOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ENCARGOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENC-NUMERO
               ALTERNATE RECORD KEY IS ENC-ID-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-ENCARGOS.

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT PARAMETROS ASSIGN TO
               "ENCARGOS-RELATORIO-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-ENCARGOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD ENCARGOS.
       01 REG-ENCARGOS.
           COPY ENCREG.

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-ENCARGOS PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-EXEC PIC X(08) VALUE SPACES.
       77 WRK-FATURAS-ABERTO PIC X(01) VALUE 'N'.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-ENCARGOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.

      *===========MES DE REFERENCIA============================
       77 WRK-MES-REF PIC X(06) VALUE SPACES.
       77 WRK-ANO-N PIC 9(04) VALUE ZEROS.
       77 WRK-MES-N PIC 9(02) VALUE ZEROS.

      *===========TOTAIS DO RELATORIO=========================
       77 WRK-VALOR-ENCARGO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-APURADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-MULTA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-JUROS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-RECEBIDO-PAGTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-RECEBIDO-FATURA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-DISPENSADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-A-RECEBER PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-EDIT PIC ZZZZZZZZ9.99.
       77 WRK-SITUACAO PIC X(10) VALUE SPACES.

      *===========LINHAS DO RELATORIO=========================
       01 WRK-LINHA-TITULO.
           05 FILLER PIC X(08) VALUE "ENCARGO ".
           05 FILLER PIC X(08) VALUE "CLIENTE ".
           05 FILLER PIC X(08) VALUE "FATURA  ".
           05 FILLER PIC X(09) VALUE "VENCTO   ".
           05 FILLER PIC X(09) VALUE "PAGTO    ".
           05 FILLER PIC X(06) VALUE "ATRASO".
           05 FILLER PIC X(10) VALUE "     MULTA".
           05 FILLER PIC X(10) VALUE "     JUROS".
           05 FILLER PIC X(11) VALUE " SITUACAO".
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-NUMERO     PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-CLIENTE    PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-FATURA     PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-VENCTO     PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-PAGTO      PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-ATRASO     PIC ZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-MULTA      PIC ZZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-JUROS      PIC ZZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-SITUACAO   PIC X(10).

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-APURADOS PIC 9(06) VALUE ZEROS.

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
           OPEN INPUT ENCARGOS.
           IF FS-ENCARGOS NOT EQUAL 00
               MOVE "ENCARGOS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
      *==  SEM O ARQUIVO DE FATURAS OS ENCARGOS LANCADOS CONTAM COMO
      *==  A RECEBER
           OPEN INPUT FATURAS.
           IF FS-FATURAS EQUAL 00
               MOVE 'S' TO WRK-FATURAS-ABERTO
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
                   MOVE "ENCARGOS-TEST.txt" TO
                       WRK-CAMINHO-ENCARGOS
                   MOVE "FATURAS-TEST.txt" TO
                       WRK-CAMINHO-FATURAS
               WHEN "DEV"
                   MOVE "ENCARGOS-DEV.txt" TO
                       WRK-CAMINHO-ENCARGOS
                   MOVE "FATURAS-DEV.txt" TO
                       WRK-CAMINHO-FATURAS
               WHEN OTHER
                   MOVE "\ENCARGOS.txt" TO
                       WRK-CAMINHO-ENCARGOS
                   MOVE "\FATURAS.txt" TO
                       WRK-CAMINHO-FATURAS
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
           READ ENCARGOS.
           PERFORM UNTIL FS-ENCARGOS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDOS
               IF ENC-DATA-PAGTO (1:6) EQUAL WRK-MES-REF
                   PERFORM 0210-IMPRIME-ENCARGO
               END-IF
               PERFORM 0220-CLASSIFICA-ENCARGO
               READ ENCARGOS
           END-PERFORM.

       0210-IMPRIME-ENCARGO SECTION.
           ADD 1 TO WRK-ACUM-APURADOS.
           ADD ENC-VALOR-MULTA TO WRK-TOT-MULTA.
           ADD ENC-VALOR-JUROS TO WRK-TOT-JUROS.
           ADD ENC-VALOR-MULTA ENC-VALOR-JUROS TO WRK-TOT-APURADO.
           ADD ENC-VALOR-RECEBIDO TO WRK-TOT-RECEBIDO-PAGTO.
           EVALUATE ENC-STATUS
               WHEN 'P'
                   MOVE "PENDENTE" TO WRK-SITUACAO
               WHEN 'F'
                   MOVE "LANCADO" TO WRK-SITUACAO
               WHEN 'D'
                   MOVE "DISPENSADO" TO WRK-SITUACAO
               WHEN OTHER
                   MOVE "RECEBIDO" TO WRK-SITUACAO
           END-EVALUATE.
           MOVE ENC-NUMERO TO WRK-LIN-NUMERO.
           MOVE ENC-ID-CLIENTE TO WRK-LIN-CLIENTE.
           MOVE ENC-FAT-NUMERO TO WRK-LIN-FATURA.
           MOVE ENC-DATA-VENCTO TO WRK-LIN-VENCTO.
           MOVE ENC-DATA-PAGTO TO WRK-LIN-PAGTO.
           MOVE ENC-DIAS-ATRASO TO WRK-LIN-ATRASO.
           MOVE ENC-VALOR-MULTA TO WRK-LIN-MULTA.
           MOVE ENC-VALOR-JUROS TO WRK-LIN-JUROS.
           MOVE WRK-SITUACAO TO WRK-LIN-SITUACAO.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0220-CLASSIFICA-ENCARGO SECTION.
      *==  A PARTE PENDENTE SEGUE O DESTINO DO ENCARGO: DISPENSADA NO
      *==  MES, AINDA A LANCAR, OU LANCADA EM FATURA -- PAGA NO MES
      *==  OU AINDA EM ABERTO
           MOVE ENC-VALOR-PENDENTE TO WRK-VALOR-ENCARGO.
           EVALUATE ENC-STATUS
               WHEN 'D'
                   IF ENC-DATA-SITUACAO (1:6) EQUAL WRK-MES-REF
                       ADD WRK-VALOR-ENCARGO TO WRK-TOT-DISPENSADO
                   END-IF
               WHEN 'P'
                   ADD WRK-VALOR-ENCARGO TO WRK-TOT-A-RECEBER
               WHEN 'F'
                   PERFORM 0230-VERIFICA-FATURA-COBRANCA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0230-VERIFICA-FATURA-COBRANCA SECTION.
           IF WRK-FATURAS-ABERTO EQUAL 'S'
               MOVE ENC-FAT-COBRANCA TO FAT-NUMERO
               READ FATURAS
                   INVALID KEY
                       MOVE 'A' TO FAT-STATUS
               END-READ
           ELSE
               MOVE 'A' TO FAT-STATUS
           END-IF.
           EVALUATE FAT-STATUS
               WHEN 'A'
                   ADD WRK-VALOR-ENCARGO TO WRK-TOT-A-RECEBER
               WHEN 'P'
                   IF FAT-DATA-PAGTO (1:6) EQUAL WRK-MES-REF
                       ADD WRK-VALOR-ENCARGO TO
                           WRK-TOT-RECEBIDO-FATURA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0300-FINISH SECTION.
           CLOSE ENCARGOS.
           IF WRK-FATURAS-ABERTO EQUAL 'S'
               CLOSE FATURAS
           END-IF.
           PERFORM 0350-IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "MES DE REFERENCIA....: " WRK-MES-REF.
           DISPLAY "ENCARGOS LIDOS.......: " WRK-ACUM-LIDOS.
           DISPLAY "APURADOS NO MES......: " WRK-ACUM-APURADOS.
           DISPLAY "RELATORIO EM RELATORIO-ENCARGOS.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-IMPRIME-CABECALHO SECTION.
           MOVE "RELATORIO MENSAL DE ENCARGOS DE ATRASO (MULTA E JUROS)"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA: " DELIMITED BY SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               "   MES: " DELIMITED BY SIZE
               WRK-MES-REF DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0350-IMPRIME-TOTAIS SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-MULTA TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "MULTA APURADA NO MES.........: " DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-JUROS TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "JUROS APURADOS NO MES........: " DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-APURADO TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL APURADO NO MES.........: " DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-RECEBIDO-PAGTO TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RECEBIDO NO PROPRIO PAGAMENTO: " DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-RECEBIDO-FATURA TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RECEBIDO EM FATURA NO MES....: " DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-DISPENSADO TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DISPENSADO NO MES............: " DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-A-RECEBER TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "A RECEBER (POSICAO ATUAL)....: " DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
