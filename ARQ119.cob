       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ119 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO SEMANAL DE FATURAS EM DISPUTA -- LISTA
      *==            AS FATURAS RETIDAS POR RECLAMACAO DE COBRANCA
      *==            (FATURAS-DISPUTA, ABERTA NO ARQ073) QUE AINDA
      *==            ESTAO EM DISPUTA E TOTALIZA O VALOR POR IDADE DA
      *==            DISPUTA (DIAS DESDE A ABERTURA DA RECLAMACAO):
      *==            ATE 7, 8-15, 16-30, 31-60 E MAIS DE 60 DIAS
      *==  A IDADE E CONTADA ATE A DATA DA EXECUCAO; O VALOR E O SALDO
      *==  ATUAL DA FATURA -- DISPUTA DE FATURA QUE JA NAO ESTA ABERTA
      *==  (PAGA, BAIXADA OU REMOVIDA) FICA DE FORA E E SO CONTADA
      *==  AS DISPUTAS LIBERADAS NOS ULTIMOS 7 DIAS (FECHAMENTO DA
      *==  OCORRENCIA NO ARQ073) SAEM NO RODAPE
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT DISPUTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-DISPUTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-FAT-NUMERO
               ALTERNATE RECORD KEY IS DSP-CHAVE-OCORRENCIA
                   WITH DUPLICATES
               FILE STATUS IS FS-DISPUTAS.

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

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

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-DISPUTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD DISPUTAS.
       01 REG-DISPUTA.
           COPY DSPREG.

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-DISPUTAS PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-EXEC PIC X(08) VALUE SPACES.
       77 WRK-CLIENTES-ABERTO PIC X(01) VALUE 'N'.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-DISPUTAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.

      *===========IDADE DA DISPUTA CORRENTE===================
       77 WRK-INT-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-INT-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DISPUTA PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-FAIXA PIC 9(01) VALUE ZEROS.
       77 WRK-NOME-CLIENTE PIC X(15) VALUE SPACES.

      *===========TOTAIS POR IDADE DA DISPUTA=================
       01 WRK-TAB-FAIXAS.
           05 WRK-FXA-ITEM OCCURS 5 TIMES.
               10 WRK-FXA-QTDE    PIC 9(05).
               10 WRK-FXA-VALOR   PIC 9(09)V99.
       77 WRK-FXA-IDX PIC 9(01) VALUE ZEROS.
       01 WRK-TAB-ROTULOS.
           05 FILLER PIC X(12) VALUE "ATE 7 DIAS  ".
           05 FILLER PIC X(12) VALUE "8 A 15 DIAS ".
           05 FILLER PIC X(12) VALUE "16 A 30 DIAS".
           05 FILLER PIC X(12) VALUE "31 A 60 DIAS".
           05 FILLER PIC X(12) VALUE "MAIS DE 60  ".
       01 WRK-TAB-ROTULOS-R REDEFINES WRK-TAB-ROTULOS.
           05 WRK-ROTULO OCCURS 5 TIMES PIC X(12).

      *===========TOTAIS DO RELATORIO=========================
       77 WRK-TOT-DISPUTA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-LIBERADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-EDIT PIC ZZZZZZZZ9.99.
       77 WRK-QTDE-EDIT PIC ZZZZ9.

      *===========LINHAS DO RELATORIO=========================
       01 WRK-LINHA-TITULO.
           05 FILLER PIC X(08) VALUE "FATURA  ".
           05 FILLER PIC X(08) VALUE "CLIENTE ".
           05 FILLER PIC X(16) VALUE "NOME".
           05 FILLER PIC X(04) VALUE "OCO ".
           05 FILLER PIC X(09) VALUE "ABERTURA ".
           05 FILLER PIC X(06) VALUE " DISP ".
           05 FILLER PIC X(06) VALUE "ATRASO".
           05 FILLER PIC X(11) VALUE "      VALOR".
           05 FILLER PIC X(04) VALUE " OPR".
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-FATURA     PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-CLIENTE    PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-NOME       PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-OCORRENCIA PIC 9(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-ABERTURA   PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-DIAS       PIC ZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-ATRASO     PIC ZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-VALOR      PIC ZZZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-OPERADOR   PIC X(04).

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-EM-DISPUTA PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-FORA PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-LIBERADAS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-EXEC.
           COMPUTE WRK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WRK-DATA-EXEC)).
           INITIALIZE WRK-TAB-FAIXAS.
           OPEN INPUT DISPUTAS.
           IF FS-DISPUTAS NOT EQUAL 00
               MOVE "NENHUMA FATURA EM DISPUTA" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL 00
               MOVE "FATURAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
      *==  SEM CLIENTES A LINHA SAI SEM O NOME
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE 'S' TO WRK-CLIENTES-ABERTO
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
                   MOVE "FATURAS-DISPUTA-TEST.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "FATURAS-TEST.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
               WHEN "DEV"
                   MOVE "FATURAS-DISPUTA-DEV.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
               WHEN OTHER
                   MOVE "\FATURAS-DISPUTA.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
           END-EVALUATE.

       0200-PROCESS SECTION.
           READ DISPUTAS.
           PERFORM UNTIL FS-DISPUTAS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDOS
               EVALUATE DSP-STATUS
                   WHEN 'A'
                       PERFORM 0210-VERIFICA-DISPUTA
                   WHEN 'L'
                       PERFORM 0250-VERIFICA-LIBERACAO
               END-EVALUATE
               READ DISPUTAS
           END-PERFORM.

       0210-VERIFICA-DISPUTA SECTION.
      *==  SO CONTA COMO DISPUTA A FATURA QUE AINDA ESTA ABERTA
           MOVE DSP-FAT-NUMERO TO FAT-NUMERO.
           READ FATURAS
               INVALID KEY
                   ADD 1 TO WRK-ACUM-FORA
               NOT INVALID KEY
                   IF FAT-STATUS EQUAL 'A'
                       PERFORM 0220-IMPRIME-DISPUTA
                   ELSE
                       ADD 1 TO WRK-ACUM-FORA
                   END-IF
           END-READ.

       0220-IMPRIME-DISPUTA SECTION.
           ADD 1 TO WRK-ACUM-EM-DISPUTA.
           ADD FAT-VALOR TO WRK-TOT-DISPUTA.
           MOVE ZEROS TO WRK-DIAS-DISPUTA.
           IF DSP-DATA-ABERTURA IS NUMERIC
               COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(DSP-DATA-ABERTURA))
               IF WRK-INT-HOJE > WRK-INT-DATA
                   COMPUTE WRK-DIAS-DISPUTA =
                       WRK-INT-HOJE - WRK-INT-DATA
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF FAT-DATA-VENCTO IS NUMERIC
               COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(FAT-DATA-VENCTO))
               IF WRK-INT-HOJE > WRK-INT-DATA
                   COMPUTE WRK-DIAS-ATRASO =
                       WRK-INT-HOJE - WRK-INT-DATA
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WRK-DIAS-DISPUTA <= 7
                   MOVE 1 TO WRK-FAIXA
               WHEN WRK-DIAS-DISPUTA <= 15
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-DIAS-DISPUTA <= 30
                   MOVE 3 TO WRK-FAIXA
               WHEN WRK-DIAS-DISPUTA <= 60
                   MOVE 4 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 5 TO WRK-FAIXA
           END-EVALUATE.
           ADD 1 TO WRK-FXA-QTDE (WRK-FAIXA).
           ADD FAT-VALOR TO WRK-FXA-VALOR (WRK-FAIXA).
           MOVE SPACES TO WRK-NOME-CLIENTE.
           IF WRK-CLIENTES-ABERTO EQUAL 'S'
               MOVE FAT-ID-CLIENTE TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       MOVE "(SEM CADASTRO)" TO WRK-NOME-CLIENTE
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-NOME-CLIENTE
               END-READ
           END-IF.
           MOVE DSP-FAT-NUMERO TO WRK-LIN-FATURA.
           MOVE FAT-ID-CLIENTE TO WRK-LIN-CLIENTE.
           MOVE WRK-NOME-CLIENTE TO WRK-LIN-NOME.
           MOVE DSP-OCO-SEQUENCIA TO WRK-LIN-OCORRENCIA.
           MOVE DSP-DATA-ABERTURA TO WRK-LIN-ABERTURA.
           MOVE WRK-DIAS-DISPUTA TO WRK-LIN-DIAS.
           MOVE WRK-DIAS-ATRASO TO WRK-LIN-ATRASO.
           MOVE FAT-VALOR TO WRK-LIN-VALOR.
           MOVE DSP-OPERADOR TO WRK-LIN-OPERADOR.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0250-VERIFICA-LIBERACAO SECTION.
      *==  LIBERADA NOS ULTIMOS 7 DIAS -- SO PARA O RODAPE
           IF DSP-DATA-LIBERACAO IS NUMERIC
               COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(DSP-DATA-LIBERACAO))
               IF WRK-INT-DATA <= WRK-INT-HOJE
                   AND WRK-INT-HOJE - WRK-INT-DATA < 7
                   ADD 1 TO WRK-ACUM-LIBERADAS
                   ADD DSP-VALOR TO WRK-TOT-LIBERADO
               END-IF
           END-IF.

       0300-FINISH SECTION.
           CLOSE DISPUTAS.
           CLOSE FATURAS.
           IF WRK-CLIENTES-ABERTO EQUAL 'S'
               CLOSE CLIENTES
           END-IF.
           PERFORM 0320-IMPRIME-POR-IDADE.
           PERFORM 0350-IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "DISPUTAS LIDAS.......: " WRK-ACUM-LIDOS.
           DISPLAY "EM DISPUTA...........: " WRK-ACUM-EM-DISPUTA.
           DISPLAY "FATURA NAO ABERTA....: " WRK-ACUM-FORA.
           DISPLAY "LIBERADAS NA SEMANA..: " WRK-ACUM-LIBERADAS.
           DISPLAY "RELATORIO EM RELATORIO-DISPUTAS.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-IMPRIME-CABECALHO SECTION.
           MOVE "RELATORIO SEMANAL DE FATURAS EM DISPUTA"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA: " DELIMITED BY SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0320-IMPRIME-POR-IDADE SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "EM DISPUTA POR IDADE DA RECLAMACAO" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-FXA-IDX FROM 1 BY 1
               UNTIL WRK-FXA-IDX > 5
               MOVE WRK-FXA-QTDE (WRK-FXA-IDX) TO WRK-QTDE-EDIT
               MOVE WRK-FXA-VALOR (WRK-FXA-IDX) TO WRK-TOTAL-EDIT
               MOVE SPACES TO REG-RELATORIO
               STRING "  " DELIMITED BY SIZE
                   WRK-ROTULO (WRK-FXA-IDX) DELIMITED BY SIZE
                   "  FATURAS: " DELIMITED BY SIZE
                   WRK-QTDE-EDIT DELIMITED BY SIZE
                   "  VALOR: " DELIMITED BY SIZE
                   WRK-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.

       0350-IMPRIME-TOTAIS SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-DISPUTA TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL EM DISPUTA.............: " DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-LIBERADO TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "LIBERADO NOS ULTIMOS 7 DIAS..: " DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
