       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ131.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: CONVERSAO UNICA DO ARQUIVO DE FATURAS PARA O
      *==            LAYOUT COM O ICMS DESTACADO (VIDE FAT-VALOR-ICMS
      *==            NO FATREG) -- CADA FATURA EXISTENTE E COPIADA
      *==            COM TODOS OS CAMPOS PRESERVADOS E O ICMS ZERADO,
      *==            POIS FOI EMITIDA ANTES DO CALCULO PELO MODULO
      *==            ARQ129; RODAR ANTES DO PRIMEIRO FATURAMENTO COM
      *==            ICMS (ARQ064), NO MESMO MOLDE DO ARQ109
      *==  O ARQUIVO CONVERTIDO E GRAVADO COM O SUFIXO -CONVERTIDO E
      *==  DEVE SER RENOMEADO PELO OPERADOR APOS A CONFERENCIA DO
      *==  RELATORIO DE CONVERSAO
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT FATURAS-ANT ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-NUMERO
               ALTERNATE RECORD KEY IS ANT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS-ANT.

           SELECT FATURAS-NOVO ASSIGN TO
               "FATURAS-CONVERTIDO.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS-NOVO.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-CONVERSAO-FATURAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

           SELECT LOG-ERROS ASSIGN TO
               "LOG-ERROS-SISTEMA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

      *==  LAYOUT ANTIGO DAS FATURAS -- COM PARCELA, SEM O ICMS
       FD FATURAS-ANT.
       01 REG-ANT.
           05 ANT-NUMERO         PIC 9(07).
           05 ANT-CHAVE-PEDIDO.
               10 ANT-ID-CLIENTE PIC 9(07).
               10 ANT-SEQUENCIA  PIC 9(05).
               10 ANT-PARCELA    PIC 9(02).
           05 ANT-VALOR          PIC 9(07)V99.
           05 ANT-DATA-EMISSAO   PIC X(08).
           05 ANT-DATA-VENCTO    PIC X(08).
           05 ANT-STATUS         PIC X(01).
           05 ANT-DATA-PAGTO     PIC X(08).
           05 ANT-QTDE-PARCELAS  PIC 9(02).

       FD FATURAS-NOVO.
       01 REG-FATURAS.
           COPY FATREG.

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       FD LOG-ERROS.
       01 REG-LOG-ERRO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-FATURAS-ANT PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS-NOVO PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 FS-LOG PIC 9(02) VALUE ZEROS.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-PROGRAMA PIC X(08) VALUE "ARQ131".
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-CONVERTIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-INVALIDAS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           DISPLAY "CONVERSAO DAS FATURAS PARA O LAYOUT COM ICMS".
           DISPLAY "ARQUIVO DE ENTRADA: " WRK-CAMINHO-FATURAS.
           DISPLAY "CONFIRMA A CONVERSAO (S/N)...".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S" AND WRK-CONFIRMA NOT EQUAL "s"
               DISPLAY "CONVERSAO CANCELADA"
               STOP RUN
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
                   MOVE "FATURAS-TEST.txt" TO WRK-CAMINHO-FATURAS
               WHEN "DEV"
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
               WHEN OTHER
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
           END-EVALUATE.

       0200-PROCESS SECTION.
           PERFORM 0210-CONVERTE-FATURAS.
           PERFORM 0250-GRAVA-RELATORIO.

       0210-CONVERTE-FATURAS SECTION.
           OPEN INPUT FATURAS-ANT.
           IF FS-FATURAS-ANT NOT EQUAL 00
               MOVE "FATURAS ANTIGO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT FATURAS-NOVO.
           READ FATURAS-ANT.
           PERFORM UNTIL FS-FATURAS-ANT NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDAS
               MOVE ANT-NUMERO TO FAT-NUMERO
               MOVE ANT-ID-CLIENTE TO FAT-ID-CLIENTE
               MOVE ANT-SEQUENCIA TO FAT-SEQUENCIA
               MOVE ANT-PARCELA TO FAT-PARCELA
               MOVE ANT-QTDE-PARCELAS TO FAT-QTDE-PARCELAS
               MOVE ANT-VALOR TO FAT-VALOR
               MOVE ANT-DATA-EMISSAO TO FAT-DATA-EMISSAO
               MOVE ANT-DATA-VENCTO TO FAT-DATA-VENCTO
               MOVE ANT-STATUS TO FAT-STATUS
               MOVE ANT-DATA-PAGTO TO FAT-DATA-PAGTO
               MOVE ZEROS TO FAT-VALOR-ICMS
               WRITE REG-FATURAS
                   INVALID KEY
                       ADD 1 TO WRK-ACUM-INVALIDAS
                       DISPLAY "FATURA NAO CONVERTIDA " ANT-NUMERO
                   NOT INVALID KEY
                       ADD 1 TO WRK-ACUM-CONVERTIDAS
               END-WRITE
               READ FATURAS-ANT
           END-PERFORM.
           CLOSE FATURAS-ANT.
           CLOSE FATURAS-NOVO.

       0250-GRAVA-RELATORIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE "RELATORIO DE CONVERSAO DE FATURAS (ICMS ZERADO)"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "EXECUTADO EM: " DELIMITED BY SIZE
               WRK-DATA-HORA (1:8) DELIMITED BY SIZE
               " AS " DELIMITED BY SIZE
               WRK-DATA-HORA (9:6) DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "FATURAS LIDAS............: " DELIMITED BY SIZE
               WRK-ACUM-LIDAS DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "FATURAS CONVERTIDAS......: " DELIMITED BY SIZE
               WRK-ACUM-CONVERTIDAS DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "REGISTROS INVALIDOS......: " DELIMITED BY SIZE
               WRK-ACUM-INVALIDAS DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "ARQUIVO GRAVADO COM O SUFIXO -CONVERTIDO --"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "RENOMEAR APOS CONFERENCIA DESTE RELATORIO"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0300-FINISH SECTION.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "FATURAS LIDAS............: " WRK-ACUM-LIDAS.
           DISPLAY "FATURAS CONVERTIDAS......: " WRK-ACUM-CONVERTIDAS.
           DISPLAY "REGISTROS INVALIDOS......: " WRK-ACUM-INVALIDAS.
           DISPLAY "RELATORIO EM RELATORIO-CONVERSAO-FATURAS.TXT".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           IF WRK-MSG-ERRO NOT EQUAL SPACES
               DISPLAY WRK-MSG-ERRO
               PERFORM 0106-GRAVA-LOG-ERRO
           END-IF.
           GOBACK.

       0106-GRAVA-LOG-ERRO SECTION.
           OPEN EXTEND LOG-ERROS.
           IF FS-LOG EQUAL 35
               OPEN OUTPUT LOG-ERROS
               CLOSE LOG-ERROS
               OPEN EXTEND LOG-ERROS
           END-IF.
           MOVE SPACES TO REG-LOG-ERRO.
           STRING WRK-PROGRAMA DELIMITED BY SIZE
               " FS=" DELIMITED BY SIZE
               FS-FATURAS-ANT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-MSG-ERRO DELIMITED BY SIZE
               INTO REG-LOG-ERRO.
           WRITE REG-LOG-ERRO.
           CLOSE LOG-ERROS.
