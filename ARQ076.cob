      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RECONSTRUCAO DO ARQUIVO DE APOIO A BUSCA POR
      *==            NOME (NOMES-BUSCA.TXT) -- LE A FOTO DO
      *==            CADASTRO (ARQ168) E GRAVA, POR CLIENTE, O NOME
      *==            NORMALIZADO E A CHAVE FONETICA GERADOS PELO
      *==            MODULO ARQ075; RODA NA CADEIA NOTURNA PARA A
      *==            PROCURA DO ARQ011 TRABALHAR SEMPRE SOBRE UMA
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO
               "CLIENTES-FOTO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ID
               FILE STATUS IS FS-CLIENTES.

           SELECT NOMES-BUSCA ASSIGN TO

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.
           COPY FOTREG.

       FD NOMES-BUSCA.
       01 REG-NOME-BUSCA.

      *===========RETORNO DA ETAPA PARA A CADEIA (ARQ036)=====
       01 CADEIA-RETORNO EXTERNAL PIC 9(02).

      *===========FOTO DO CADASTRO (ARQ168)===================
      *==  'S' ENQUANTO A CADEIA NOTURNA (ARQ036) ESTA RODANDO, COM
      *==  A FOTO DO DIA JA GRAVADA EM CLIENTES-FOTO.TXT
       01 CADEIA-FOTO EXTERNAL PIC X(01).

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-BUSCA PIC 9(02) VALUE ZEROS.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0104-PREPARA-FOTO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
           END-IF.
           OPEN OUTPUT NOMES-BUSCA.

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
           READ CLIENTES.
