      *==  OBJETIVO: EXPORTACAO DE CLIENTES PARA ARQUIVO CSV -- A
      *==            EXPORTACAO COMPLETA (CPF E TELEFONE INTEGRAIS)
      *==            E NEGADA A OPERADOR NIVEL 1; O NIVEL DA SESSAO
      *==            VEM DO MODULO DE MASCARA (ARQ087); LE A FOTO
      *==            DO CADASTRO GRAVADA PELO ARQ168
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO
               "CLIENTES-FOTO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ID
               FILE STATUS IS FS-CLIENTES.

           SELECT ARQUIVO-CSV ASSIGN TO

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.
           COPY FOTREG.

       FD ARQUIVO-CSV.
       01 REG-CSV PIC X(80).
      *==  CADEIA DENTRO DA MESMA EXECUCAO
       01 CADEIA-RETORNO EXTERNAL PIC 9(02).

      *===========FOTO DO CADASTRO (ARQ168)===================
      *==  'S' ENQUANTO A CADEIA NOTURNA (ARQ036) ESTA RODANDO, COM
      *==  A FOTO DO DIA JA GRAVADA EM CLIENTES-FOTO.TXT
       01 CADEIA-FOTO EXTERNAL PIC X(01).

      *===========MASCARA DE DADOS PESSOAIS (ARQ087)===========
       01 WRK-MSK-PARAMETROS.
           COPY MSKPRM.
       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-CSV PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.

               MOVE 8 TO CADEIA-RETORNO
               GOBACK
           END-IF.
           PERFORM 0104-PREPARA-FOTO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 35
               MOVE "ARQUIVO NAO FOI ABERTO" TO WRK-MSG-ERRO
           MOVE "ID,NOME,TELEFONE" TO REG-CSV.
           WRITE REG-CSV.

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
