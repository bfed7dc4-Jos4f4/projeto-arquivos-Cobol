       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ168 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: FOTO DO CADASTRO PARA A CADEIA NOTURNA -- EM UMA
      *==            UNICA LEITURA DO ARQUIVO CLIENTES, COM A TRAVA
      *==            DO ARQ048 PRESA PARA QUE NENHUMA GRAVACAO ENTRE
      *==            NO MEIO, GRAVA CLIENTES-FOTO.TXT (INDEXADO
      *==            PELA CHAVE REG-ID, GRAVADO EM ORDEM DE
      *==            REG-ID) COM O SEGMENTO (SEGMENTOS), O
      *==            CONSENTIMENTO (CONSENTIMENTO) E O STATUS DE
      *==            CREDITO (CREDITO-STATUS) DE CADA CLIENTE
      *==            (LAYOUT CLIREG + FOTREG); AS ETAPAS DE
      *==            RELATORIO DA CADEIA (ARQ013, ARQ020, ARQ014,
      *==            ARQ038, ARQ076 E ARQ071) LEEM A FOTO EM VEZ DO
      *==            ARQUIVO VIVO, E TODOS OS RELATORIOS DA NOITE
      *==            DESCREVEM O MESMO RETRATO DO CADASTRO; RODA
      *==            COMO ETAPA 3 DO ARQ036, LOGO APOS O EXPURGO
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT CLIENTES ASSIGN TO
               DYNAMIC WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT SEGMENTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-SEGMENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEG-ID-CLIENTE
               FILE STATUS IS FS-SEGMENTOS.

           SELECT CONSENTIMENTO ASSIGN TO
               DYNAMIC WRK-CAMINHO-CONSENTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-ID-CLIENTE
               FILE STATUS IS FS-CONSENTIMENTO.

           SELECT CREDITO ASSIGN TO
               DYNAMIC WRK-CAMINHO-CREDITO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-ID-CLIENTE
               FILE STATUS IS FS-CREDITO.

           SELECT FOTO ASSIGN TO
               "CLIENTES-FOTO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FOT-ID
               FILE STATUS IS FS-FOTO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.

       FD SEGMENTOS.
       01 REG-SEGMENTO.
           COPY SEGREG.

       FD CONSENTIMENTO.
       01 REG-CONSENTIMENTO.
           COPY CNSREG.

       FD CREDITO.
       01 REG-CREDITO.
           COPY CRDREG.

       FD FOTO.
       01 REG-FOTO.
           05 FOT-CLIENTE        PIC X(144).
      *==  FOT-ID E O REG-ID DO CLIENTE COPIADO NA FOTO -- CHAVE DO
      *==  ARQUIVO INDEXADO LIDO PELAS ETAPAS DA CADEIA
           05 FOT-CLIENTE-R REDEFINES FOT-CLIENTE.
               10 FOT-ID             PIC 9(07).
               10 FILLER             PIC X(137).
           COPY FOTREG.

       WORKING-STORAGE SECTION.

      *===========RETORNO DA ETAPA PARA A CADEIA (ARQ036)=====
      *==  RETURN-CODE E O STATUS DE SAIDA DO PROCESSO PARA O
      *==  ESCALONADOR; COMO OS PROGRAMAS SAO INITIAL, O ITEM
      *==  EXTERNAL LEVA O MESMO STATUS DE VOLTA AO DRIVER DA
      *==  CADEIA DENTRO DA MESMA EXECUCAO
       01 CADEIA-RETORNO EXTERNAL PIC 9(02).
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-SEGMENTOS PIC 9(02) VALUE ZEROS.
       77 FS-CONSENTIMENTO PIC 9(02) VALUE ZEROS.
       77 FS-CREDITO PIC 9(02) VALUE ZEROS.
       77 FS-FOTO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-SEGMENTOS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CONSENTIMENTO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CREDITO-ABERTO PIC X(01) VALUE 'N'.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-SEGMENTOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CONSENTE PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CREDITO PIC X(30) VALUE SPACES.

      *===========TRAVA DE EXECUCAO (ARQ048)==================
       01 WRK-TRV-PARAMETROS.
           COPY TRVPRM.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-SEGMENTO PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-CONSENTIMENTO PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-CREDITO PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
      *==  A TRAVA FICA PRESA DURANTE TODA A LEITURA -- E ELA QUE
      *==  GARANTE UMA FOTO CONSISTENTE DO CADASTRO
           MOVE 'A' TO TRV-FUNCAO.
           MOVE 'B' TO TRV-MODO.
           MOVE "ARQ168" TO TRV-PROGRAMA.
           CALL "ARQ048" USING WRK-TRV-PARAMETROS.
           IF TRV-RESULTADO NOT EQUAL 'S'
               DISPLAY "EXECUCAO ABANDONADA -- CADASTRO EM USO"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO CADEIA-RETORNO
               GOBACK
           END-IF.
           PERFORM 0102-DETERMINA-AMBIENTE.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0110-ABRE-COMPLEMENTOS.
           OPEN OUTPUT FOTO.
           IF FS-FOTO NOT EQUAL 00
               MOVE "FOTO DO CADASTRO NAO GRAVADA" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-DATA-HORA.

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
                   MOVE "SEGMENTOS-TEST.txt" TO
                       WRK-CAMINHO-SEGMENTOS
                   MOVE "CONSENTIMENTO-TEST.txt" TO
                       WRK-CAMINHO-CONSENTE
                   MOVE "CREDITO-STATUS-TEST.txt" TO
                       WRK-CAMINHO-CREDITO
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "SEGMENTOS-DEV.txt" TO
                       WRK-CAMINHO-SEGMENTOS
                   MOVE "CONSENTIMENTO-DEV.txt" TO
                       WRK-CAMINHO-CONSENTE
                   MOVE "CREDITO-STATUS-DEV.txt" TO
                       WRK-CAMINHO-CREDITO
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\SEGMENTOS.txt" TO
                       WRK-CAMINHO-SEGMENTOS
                   MOVE "\CONSENTIMENTO.txt" TO
                       WRK-CAMINHO-CONSENTE
                   MOVE "\CREDITO-STATUS.txt" TO
                       WRK-CAMINHO-CREDITO
           END-EVALUATE.

       0110-ABRE-COMPLEMENTOS SECTION.
      *==  ARQUIVO COMPLEMENTAR AUSENTE NAO IMPEDE A FOTO -- O CAMPO
      *==  CORRESPONDENTE SAI COM O VALOR DE "SEM REGISTRO"
           OPEN INPUT SEGMENTOS.
           IF FS-SEGMENTOS EQUAL 00
               MOVE 'S' TO WRK-SEGMENTOS-ABERTO
           ELSE
               DISPLAY "SEGMENTOS AUSENTE -- FOTO SEM SEGMENTO"
           END-IF.
           OPEN INPUT CONSENTIMENTO.
           IF FS-CONSENTIMENTO EQUAL 00
               MOVE 'S' TO WRK-CONSENTIMENTO-ABERTO
           ELSE
               DISPLAY "CONSENTIMENTO AUSENTE -- FOTO SEM OPT-IN"
           END-IF.
           OPEN INPUT CREDITO.
           IF FS-CREDITO EQUAL 00
               MOVE 'S' TO WRK-CREDITO-ABERTO
           ELSE
               DISPLAY "CREDITO-STATUS AUSENTE -- FOTO SEM CREDITO"
           END-IF.

       0200-PROCESS SECTION.
      *==  A LEITURA SEQUENCIAL DO INDEXADO JA SAI EM ORDEM DE
      *==  REG-ID -- A FOTO NASCE ORDENADA SEM PASSAR POR SORT
           READ CLIENTES.
           PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDOS
               MOVE SPACES TO REG-FOTO
               MOVE REG-CLIENTES TO FOT-CLIENTE
               PERFORM 0210-BUSCA-SEGMENTO
               PERFORM 0220-BUSCA-CONSENTIMENTO
               PERFORM 0230-BUSCA-CREDITO
               MOVE WRK-DATA-HORA TO FOT-DATA-HORA
               WRITE REG-FOTO
               IF FS-FOTO NOT EQUAL 00
                   MOVE "ERRO NA GRAVACAO DA FOTO" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
               READ CLIENTES
           END-PERFORM.

       0210-BUSCA-SEGMENTO SECTION.
           MOVE SPACES TO FOT-SEGMENTO.
           IF WRK-SEGMENTOS-ABERTO EQUAL 'S'
               MOVE REG-ID TO SEG-ID-CLIENTE
               READ SEGMENTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEG-CODIGO TO FOT-SEGMENTO
               END-READ
           END-IF.
           IF FOT-SEGMENTO EQUAL SPACES
               ADD 1 TO WRK-ACUM-SEM-SEGMENTO
           END-IF.

       0220-BUSCA-CONSENTIMENTO SECTION.
           MOVE 'N' TO FOT-CNS-TELEFONE.
           MOVE 'N' TO FOT-CNS-EMAIL.
           IF WRK-CONSENTIMENTO-ABERTO EQUAL 'S'
               MOVE REG-ID TO CNS-ID-CLIENTE
               READ CONSENTIMENTO
                   INVALID KEY
                       ADD 1 TO WRK-ACUM-SEM-CONSENTIMENTO
                   NOT INVALID KEY
                       MOVE CNS-TELEFONE TO FOT-CNS-TELEFONE
                       MOVE CNS-EMAIL TO FOT-CNS-EMAIL
               END-READ
           ELSE
               ADD 1 TO WRK-ACUM-SEM-CONSENTIMENTO
           END-IF.

       0230-BUSCA-CREDITO SECTION.
           MOVE SPACES TO FOT-CREDITO.
           IF WRK-CREDITO-ABERTO EQUAL 'S'
               MOVE REG-ID TO CRD-ID-CLIENTE
               READ CREDITO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CRD-STATUS TO FOT-CREDITO
               END-READ
           END-IF.
           IF FOT-CREDITO EQUAL SPACES
               ADD 1 TO WRK-ACUM-SEM-CREDITO
           END-IF.

       0300-FINISH SECTION.
           CLOSE CLIENTES.
           CLOSE FOTO.
           IF WRK-SEGMENTOS-ABERTO EQUAL 'S'
               CLOSE SEGMENTOS
           END-IF.
           IF WRK-CONSENTIMENTO-ABERTO EQUAL 'S'
               CLOSE CONSENTIMENTO
           END-IF.
           IF WRK-CREDITO-ABERTO EQUAL 'S'
               CLOSE CREDITO
           END-IF.
           MOVE 'L' TO TRV-FUNCAO.
           MOVE "ARQ168" TO TRV-PROGRAMA.
           CALL "ARQ048" USING WRK-TRV-PARAMETROS.
           DISPLAY "================================".
           DISPLAY "REGISTROS NA FOTO....: " WRK-ACUM-LIDOS.
           DISPLAY "SEM SEGMENTO.........: " WRK-ACUM-SEM-SEGMENTO.
           DISPLAY "SEM CONSENTIMENTO....: "
               WRK-ACUM-SEM-CONSENTIMENTO.
           DISPLAY "SEM STATUS DE CREDITO: " WRK-ACUM-SEM-CREDITO.
           DISPLAY "FOTO EM CLIENTES-FOTO.TXT -- " WRK-DATA-HORA.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
      *==  A TRAVA E LIBERADA ANTES DE SAIR -- UMA FOTO QUE FALHOU
      *==  NAO PODE PRENDER O CADASTRO ATE A INTERVENCAO DO OPERADOR
           DISPLAY WRK-MSG-ERRO.
           MOVE 'L' TO TRV-FUNCAO.
           MOVE "ARQ168" TO TRV-PROGRAMA.
           CALL "ARQ048" USING WRK-TRV-PARAMETROS.
           MOVE 8 TO RETURN-CODE.
           MOVE 8 TO CADEIA-RETORNO.
           GOBACK.
