       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ133.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: CONVERSAO UNICA DO CADASTRO DE CLIENTES PARA O
      *==            LAYOUT COM TIPO DE PESSOA E CNPJ (VIDE CLIREG,
      *==            144 POSICOES) -- REGRAVA O CADASTRO (CLIENTES.TXT)
      *==            E O ARQUIVO SEQUENCIAL (CLIENTES2.TXT) COM TODOS
      *==            OS CAMPOS PRESERVADOS; TODO CLIENTE EXISTENTE E
      *==            PESSOA FISICA E FICA COM O CNPJ EM BRANCO
      *==  OS TRAILERS DO CLIENTES2 SAO PRESERVADOS COMO ESTAO
      *==  OS ARQUIVOS CONVERTIDOS SAO GRAVADOS COM O SUFIXO
      *==  -CONVERTIDO E DEVEM SER RENOMEADOS PELO OPERADOR APOS A
      *==  CONFERENCIA DO RELATORIO DE CONVERSAO, NO MESMO MOLDE DO
      *==  ARQ026
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT CLIENTES-ANT ASSIGN TO
               DYNAMIC WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-ID
               ALTERNATE RECORD KEY IS ANT-CPF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ANT-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES-ANT.

           SELECT CLIENTES-NOVO ASSIGN TO
               "CLIENTES-CONVERTIDO.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES-NOVO.

           SELECT CLIENTES2-ANT ASSIGN TO
               DYNAMIC WRK-CAMINHO-CLIENTES2
               FILE STATUS IS FS-CLIENTES2-ANT.

           SELECT CLIENTES2-NOVO ASSIGN TO
               "CLIENTES2-CONVERTIDO.txt"
               FILE STATUS IS FS-CLIENTES2-NOVO.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-CONVERSAO-CNPJ.TXT"
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

      *==  LAYOUT ANTIGO DO CADASTRO -- REGISTRO DE 129 POSICOES,
      *==  SEM TIPO DE PESSOA E SEM CNPJ
       FD CLIENTES-ANT.
       01 REG-ANT.
           05 ANT-ID             PIC 9(07).
           05 ANT-NOME           PIC X(20).
           05 ANT-TELEFONE       PIC X(11).
           05 ANT-DATA-CADASTRO  PIC X(08).
           05 ANT-STATUS         PIC X(01).
           05 ANT-EMAIL          PIC X(30).
           05 ANT-ENDERECO       PIC X(40).
           05 ANT-CPF            PIC X(11).
           05 ANT-TIPO-LINHA     PIC X(01).

       FD CLIENTES-NOVO.
       01 REG-CLIENTES.
           COPY CLIREG.

       FD CLIENTES2-ANT.
       01 REG2-ANT.
           05 ANT2-ID            PIC X(07).
           05 ANT2-RESTANTE      PIC X(122).

       01 REG2-ANT-TRAILER REDEFINES REG2-ANT.
           05 ANT2-TRL-INDICADOR PIC X(04).
           05 ANT2-TRL-RESTANTE  PIC X(125).

       FD CLIENTES2-NOVO.
       01 REG2-NOVO.
           05 NOVO2-ID           PIC X(07).
           05 NOVO2-RESTANTE     PIC X(122).
           05 NOVO2-TIPO-PESSOA  PIC X(01).
           05 NOVO2-CNPJ         PIC X(14).

       01 REG2-NOVO-TRAILER REDEFINES REG2-NOVO.
           05 NOVO2-TRL-INDICADOR PIC X(04).
           05 NOVO2-TRL-RESTANTE  PIC X(125).
           05 FILLER              PIC X(15).

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       FD LOG-ERROS.
       01 REG-LOG-ERRO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-CLIENTES-ANT PIC 9(02) VALUE ZEROS.
       77 FS-CLIENTES-NOVO PIC 9(02) VALUE ZEROS.
       77 FS-CLIENTES2-ANT PIC 9(02) VALUE ZEROS.
       77 FS-CLIENTES2-NOVO PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 FS-LOG PIC 9(02) VALUE ZEROS.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-PROGRAMA PIC X(08) VALUE "ARQ133".
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CLIENTES2 PIC X(30) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-MASTER PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-CLIENTES2 PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-TRAILERS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-INVALIDOS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           DISPLAY "CONVERSAO DO CADASTRO PARA O LAYOUT COM CNPJ".
           DISPLAY "ARQUIVOS DE ENTRADA: " WRK-CAMINHO-CLIENTES.
           DISPLAY "                     " WRK-CAMINHO-CLIENTES2.
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
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "CLIENTES2-TEST.txt" TO WRK-CAMINHO-CLIENTES2
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "CLIENTES2-DEV.txt" TO WRK-CAMINHO-CLIENTES2
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\CLIENTES2.txt" TO WRK-CAMINHO-CLIENTES2
           END-EVALUATE.

       0200-PROCESS SECTION.
           PERFORM 0210-CONVERTE-MASTER.
           PERFORM 0220-CONVERTE-CLIENTES2.
           PERFORM 0250-GRAVA-RELATORIO.

       0210-CONVERTE-MASTER SECTION.
           OPEN INPUT CLIENTES-ANT.
           IF FS-CLIENTES-ANT NOT EQUAL 00
               DISPLAY "CADASTRO ANTIGO NAO ABERTO -- ETAPA PULADA"
           ELSE
               OPEN OUTPUT CLIENTES-NOVO
               READ CLIENTES-ANT
               PERFORM UNTIL FS-CLIENTES-ANT NOT EQUAL 00
                   MOVE ANT-ID TO REG-ID
                   MOVE ANT-NOME TO REG-NOME
                   MOVE ANT-TELEFONE TO REG-TELEFONE
                   MOVE ANT-DATA-CADASTRO TO REG-DATA-CADASTRO
                   MOVE ANT-STATUS TO REG-STATUS
                   MOVE ANT-EMAIL TO REG-EMAIL
                   MOVE ANT-ENDERECO TO REG-ENDERECO
                   MOVE ANT-CPF TO REG-CPF
                   MOVE ANT-TIPO-LINHA TO REG-TIPO-LINHA
                   MOVE 'F' TO REG-TIPO-PESSOA
                   MOVE SPACES TO REG-CNPJ
                   WRITE REG-CLIENTES
                       INVALID KEY
                           ADD 1 TO WRK-ACUM-INVALIDOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-ACUM-MASTER
                   END-WRITE
                   READ CLIENTES-ANT
               END-PERFORM
               CLOSE CLIENTES-ANT
               CLOSE CLIENTES-NOVO
           END-IF.

       0220-CONVERTE-CLIENTES2 SECTION.
           OPEN INPUT CLIENTES2-ANT.
           IF FS-CLIENTES2-ANT NOT EQUAL 00
               DISPLAY "CLIENTES2 ANTIGO NAO ABERTO -- ETAPA PULADA"
           ELSE
               OPEN OUTPUT CLIENTES2-NOVO
               READ CLIENTES2-ANT
               PERFORM UNTIL FS-CLIENTES2-ANT NOT EQUAL 00
                   MOVE SPACES TO REG2-NOVO
                   IF ANT2-TRL-INDICADOR EQUAL "TRLR"
                       MOVE ANT2-TRL-INDICADOR TO NOVO2-TRL-INDICADOR
                       MOVE ANT2-TRL-RESTANTE TO NOVO2-TRL-RESTANTE
                       ADD 1 TO WRK-ACUM-TRAILERS
                   ELSE
                       MOVE ANT2-ID TO NOVO2-ID
                       MOVE ANT2-RESTANTE TO NOVO2-RESTANTE
                       MOVE 'F' TO NOVO2-TIPO-PESSOA
                       ADD 1 TO WRK-ACUM-CLIENTES2
                   END-IF
                   WRITE REG2-NOVO
                   READ CLIENTES2-ANT
               END-PERFORM
               CLOSE CLIENTES2-ANT
               CLOSE CLIENTES2-NOVO
           END-IF.

       0250-GRAVA-RELATORIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE "RELATORIO DE CONVERSAO DO CADASTRO (TIPO PESSOA/CNPJ)"
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
           PERFORM 0260-GRAVA-TOTAIS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "ARQUIVOS GRAVADOS COM O SUFIXO -CONVERTIDO --"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "RENOMEAR APOS CONFERENCIA DESTE RELATORIO"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0260-GRAVA-TOTAIS SECTION.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CADASTRO CONVERTIDO......: " DELIMITED BY SIZE
               WRK-ACUM-MASTER DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CLIENTES2 CONVERTIDO.....: " DELIMITED BY SIZE
               WRK-ACUM-CLIENTES2 DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TRAILERS PRESERVADOS.....: " DELIMITED BY SIZE
               WRK-ACUM-TRAILERS DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "REGISTROS INVALIDOS......: " DELIMITED BY SIZE
               WRK-ACUM-INVALIDOS DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0300-FINISH SECTION.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "CADASTRO CONVERTIDO......: " WRK-ACUM-MASTER.
           DISPLAY "CLIENTES2 CONVERTIDO.....: " WRK-ACUM-CLIENTES2.
           DISPLAY "TRAILERS PRESERVADOS.....: " WRK-ACUM-TRAILERS.
           DISPLAY "REGISTROS INVALIDOS......: " WRK-ACUM-INVALIDOS.
           DISPLAY "RELATORIO EM RELATORIO-CONVERSAO-CNPJ.TXT".
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
               FS-CLIENTES-ANT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-MSG-ERRO DELIMITED BY SIZE
               INTO REG-LOG-ERRO.
           WRITE REG-LOG-ERRO.
           CLOSE LOG-ERROS.
