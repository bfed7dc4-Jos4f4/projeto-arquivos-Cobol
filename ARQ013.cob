      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2024
      *==  OBJETIVO: LISTAGEM DE CLIENTES ORDENADA POR NOME, VIA SORT
      *==            SOBRE A FOTO DO CADASTRO GRAVADA PELO ARQ168
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO
               "CLIENTES-FOTO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ID OF REG-CLIENTES
               FILE STATUS IS FS-CLIENTES.

           SELECT SORT-WORK ASSIGN TO

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.
           COPY FOTREG.

       SD SORT-WORK.
       01 SD-CLIENTES.
      *==  EXTERNAL LEVA O MESMO STATUS DE VOLTA AO DRIVER DA
      *==  CADEIA DENTRO DA MESMA EXECUCAO
       01 CADEIA-RETORNO EXTERNAL PIC 9(02).

      *===========FOTO DO CADASTRO (ARQ168)===================
      *==  'S' ENQUANTO A CADEIA NOTURNA (ARQ036) ESTA RODANDO, COM
      *==  A FOTO DO DIA JA GRAVADA EM CLIENTES-FOTO.TXT
       01 CADEIA-FOTO EXTERNAL PIC X(01).
       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 FS-CATALOGO PIC 9(02) VALUE ZEROS.
       77 WRK-CAMINHO-RELATORIO PIC X(40) VALUE SPACES.
       77 WRK-DATA-HORA-CAT PIC X(14) VALUE SPACES.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.

           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0104-PREPARA-FOTO.
           DISPLAY "ORDENANDO CLIENTES POR NOME...".

       0104-PREPARA-FOTO SECTION.
      *==  DENTRO DA CADEIA NOTURNA A FOTO JA FOI TIRADA PELO ARQ168
      *==  (ETAPA 3) E TODAS AS ETAPAS LEEM A MESMA; EXECUCAO AVULSA
      *==  PELO MENU TIRA UMA FOTO NOVA ANTES DE LER
           IF CADEIA-FOTO NOT EQUAL 'S'
               CALL "ARQ168"
               IF RETURN-CODE NOT EQUAL ZERO
                   MOVE "FOTO DO CADASTRO NAO GERADA" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
           END-IF.

       0200-PROCESS SECTION.
           SORT SORT-WORK
