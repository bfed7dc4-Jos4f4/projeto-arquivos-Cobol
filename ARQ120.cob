       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ120.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LEMBRETE DIARIO DE VENCIMENTO -- SELECIONA AS
      *==            FATURAS ABERTAS QUE VENCEM DE HOJE ATE OS
      *==            PROXIMOS N DIAS UTEIS (CONTADOS PELO ARQ092) E
      *==            GERA O FEED DO PROVEDOR DE MENSAGENS
      *==            (LEMBRETES-VENCIMENTO.CSV), UMA LINHA POR CANAL
      *==            (SMS/EMAIL) COM O VALOR, O VENCIMENTO E A
      *==            REFERENCIA DO BOLETO (NUMERO DA FATURA, O MESMO
      *==            ENVIADO AO BANCO NA REMESSA DO ARQ111) -- O
      *==            ARQ067 SO AGE DEPOIS DO VENCIMENTO
      *==  O TELEFONE E O CONTATO PREFERENCIAL DO ARQUIVO CONTATOS
      *==  QUANDO EXISTE, SENAO O DO CADASTRO, E SO VAI POR SMS SE FOR
      *==  LINHA MOVEL (11 DIGITOS, COMO NO ARQ007); O EMAIL E O
      *==  CONTATO DE EMAIL PREFERENCIAL, SENAO O DO CADASTRO, E
      *==  ENDERECO MARCADO 'B' NO ARQUIVO DE QUALIDADE (ARQ080) CAI
      *==  PARA OUTRO CONTATO DE EMAIL NAO MARCADO, COMO NO ARQ018
      *==  CADA CANAL SO E USADO COM O CONSENTIMENTO DO CLIENTE PARA
      *==  ELE (ARQ043) -- SEM REGISTRO DE CONSENTIMENTO NAO HA
      *==  LEMBRETE
      *==  TODA FATURA DA JANELA GANHA UM REGISTRO DE CONTROLE
      *==  (LEMBRETES-VENCIMENTO, VIDE LBRREG), ENVIADO OU SUPRIMIDO,
      *==  E NAO E LEMBRADA DE NOVO; O ARQ121 COMPARA A PONTUALIDADE
      *==  DOS DOIS GRUPOS
      *==  FATURA EM DISPUTA (VIDE DSPREG) NAO E LEMBRADA
      *==  PARAMETRO EM LEMBRETE-PARM.TXT (OPCIONAL): LINHA 1 = DIAS
      *==  UTEIS DE ANTECEDENCIA (PADRAO 3)
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT CONTATOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS FS-CONTATOS.

           SELECT CONSENTIMENTO ASSIGN TO
               DYNAMIC WRK-CAMINHO-CONSENTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-ID-CLIENTE
               FILE STATUS IS FS-CONSENTIMENTO.

           SELECT QUALIDADE ASSIGN TO
               DYNAMIC WRK-CAMINHO-QUALIDADE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EML-ENDERECO
               FILE STATUS IS FS-QUALIDADE.

           SELECT DISPUTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-DISPUTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-FAT-NUMERO
               ALTERNATE RECORD KEY IS DSP-CHAVE-OCORRENCIA
                   WITH DUPLICATES
               FILE STATUS IS FS-DISPUTAS.

           SELECT LEMBRETES ASSIGN TO
               DYNAMIC WRK-CAMINHO-LEMBRETES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LBR-FAT-NUMERO
               FILE STATUS IS FS-LEMBRETES.

           SELECT PARAMETROS ASSIGN TO
               "LEMBRETE-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT FEED ASSIGN TO
               "LEMBRETES-VENCIMENTO.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FEED.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.

       FD CONTATOS.
       01 REG-CONTATOS.
           COPY CONREG.

       FD CONSENTIMENTO.
       01 REG-CONSENTIMENTO.
           COPY CNSREG.

       FD QUALIDADE.
       01 REG-QUALIDADE.
           COPY EMLREG.

       FD DISPUTAS.
       01 REG-DISPUTA.
           COPY DSPREG.

       FD LEMBRETES.
       01 REG-LEMBRETE.
           COPY LBRREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD FEED.
       01 REG-FEED PIC X(120).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CONTATOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CONSENTE PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-QUALIDADE PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-DISPUTAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-LEMBRETES PIC X(30) VALUE SPACES.

       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-CONTATOS PIC 9(02) VALUE ZEROS.
       77 FS-CONSENTIMENTO PIC 9(02) VALUE ZEROS.
       77 FS-QUALIDADE PIC 9(02) VALUE ZEROS.
       77 FS-DISPUTAS PIC 9(02) VALUE ZEROS.
       77 FS-LEMBRETES PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-FEED PIC 9(02) VALUE ZEROS.
       77 WRK-CONTATOS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CONSENTIMENTO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-QUALIDADE-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-DISPUTAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-EM-DISPUTA PIC X(01) VALUE 'N'.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

      *===========JANELA DO LEMBRETE (DIAS UTEIS, ARQ092)=====
       01 WRK-DUT-PARAMETROS.
           COPY DUTPRM.
       77 WRK-DIAS-ANTECEDENCIA PIC 9(03) VALUE 3.
       77 WRK-DATA-LIMITE PIC X(08) VALUE SPACES.

      *===========CANAIS DA FATURA CORRENTE===================
       77 WRK-CONSENTE-TELEFONE PIC X(01) VALUE 'N'.
       77 WRK-CONSENTE-EMAIL PIC X(01) VALUE 'N'.
       77 WRK-TELEFONE-FEED PIC X(30) VALUE SPACES.
       77 WRK-EMAIL-FEED PIC X(30) VALUE SPACES.
       77 WRK-EMAIL-FLAGADO PIC X(01) VALUE 'N'.
       77 WRK-TEL-TAM PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-CANAL PIC X(05) VALUE SPACES.
       77 WRK-DESTINO PIC X(30) VALUE SPACES.
       77 WRK-VALOR-EDITADO PIC ZZZZZZ9.99.
       77 WRK-VENCTO-EDITADO PIC X(10) VALUE SPACES.
       77 WRK-FATURA-EDITADA PIC X(10) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-NA-JANELA PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-JA-LEMBRADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-DISPUTA PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-CADASTRO PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-LEMBRADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SUPRIMIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SMS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-EMAIL PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           PERFORM 0105-LE-PARAMETROS.
           PERFORM 0107-CALCULA-JANELA.
           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL 00
               MOVE "FATURAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT CONTATOS.
           IF FS-CONTATOS EQUAL 00
               MOVE 'S' TO WRK-CONTATOS-ABERTO
           END-IF.
           OPEN INPUT CONSENTIMENTO.
           IF FS-CONSENTIMENTO EQUAL 00
               MOVE 'S' TO WRK-CONSENTIMENTO-ABERTO
           END-IF.
           OPEN INPUT QUALIDADE.
           IF FS-QUALIDADE EQUAL 00
               MOVE 'S' TO WRK-QUALIDADE-ABERTO
           END-IF.
           OPEN INPUT DISPUTAS.
           IF FS-DISPUTAS EQUAL 00
               MOVE 'S' TO WRK-DISPUTAS-ABERTO
           END-IF.
           OPEN I-O LEMBRETES.
           IF FS-LEMBRETES EQUAL 35
               OPEN OUTPUT LEMBRETES
               CLOSE LEMBRETES
               OPEN I-O LEMBRETES
           END-IF.
           IF FS-LEMBRETES NOT EQUAL 00
               MOVE "CONTROLE DE LEMBRETES INDISPON." TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT FEED.
           IF FS-FEED NOT EQUAL 00
               MOVE "FEED NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE "CANAL,DESTINO,NOME,FATURA,VALOR,VENCIMENTO,REFERENCIA"
               TO REG-FEED.
           WRITE REG-FEED.

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
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "CONTATOS-TEST.txt" TO
                       WRK-CAMINHO-CONTATOS
                   MOVE "CONSENTIMENTO-TEST.txt" TO
                       WRK-CAMINHO-CONSENTE
                   MOVE "EMAIL-QUALIDADE-TEST.txt" TO
                       WRK-CAMINHO-QUALIDADE
                   MOVE "FATURAS-DISPUTA-TEST.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "LEMBRETES-VENCIMENTO-TEST.txt" TO
                       WRK-CAMINHO-LEMBRETES
               WHEN "DEV"
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "CONTATOS-DEV.txt" TO
                       WRK-CAMINHO-CONTATOS
                   MOVE "CONSENTIMENTO-DEV.txt" TO
                       WRK-CAMINHO-CONSENTE
                   MOVE "EMAIL-QUALIDADE-DEV.txt" TO
                       WRK-CAMINHO-QUALIDADE
                   MOVE "FATURAS-DISPUTA-DEV.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "LEMBRETES-VENCIMENTO-DEV.txt" TO
                       WRK-CAMINHO-LEMBRETES
               WHEN OTHER
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\CONTATOS.txt" TO
                       WRK-CAMINHO-CONTATOS
                   MOVE "\CONSENTIMENTO.txt" TO
                       WRK-CAMINHO-CONSENTE
                   MOVE "\EMAIL-QUALIDADE.txt" TO
                       WRK-CAMINHO-QUALIDADE
                   MOVE "\FATURAS-DISPUTA.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "\LEMBRETES-VENCIMENTO.txt" TO
                       WRK-CAMINHO-LEMBRETES
           END-EVALUATE.

       0105-LE-PARAMETROS SECTION.
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS EQUAL 00
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                           COMPUTE WRK-DIAS-ANTECEDENCIA =
                               FUNCTION NUMVAL(REG-PARAMETRO)
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       0107-CALCULA-JANELA SECTION.
      *==  A JANELA VAI DE HOJE ATE HOJE + N DIAS UTEIS -- SEM O
      *==  CALCULO (DATA INVALIDA) SO ENTRA O QUE VENCE HOJE
           MOVE WRK-DATA-HOJE TO WRK-DATA-LIMITE.
           MOVE 'A' TO DUT-FUNCAO.
           MOVE WRK-DATA-HOJE TO DUT-DATA.
           MOVE WRK-DIAS-ANTECEDENCIA TO DUT-DIAS.
           CALL "ARQ092" USING WRK-DUT-PARAMETROS.
           IF DUT-RESULTADO EQUAL 'S'
               MOVE DUT-DATA-RESULTADO TO WRK-DATA-LIMITE
           END-IF.

       0200-PROCESS SECTION.
           READ FATURAS.
           PERFORM UNTIL FS-FATURAS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDAS
               IF FAT-STATUS EQUAL 'A'
                   AND FAT-DATA-VENCTO IS NUMERIC
                   AND FAT-DATA-VENCTO >= WRK-DATA-HOJE
                   AND FAT-DATA-VENCTO <= WRK-DATA-LIMITE
                   ADD 1 TO WRK-ACUM-NA-JANELA
                   PERFORM 0210-VERIFICA-FATURA
               END-IF
               READ FATURAS
           END-PERFORM.

       0210-VERIFICA-FATURA SECTION.
           MOVE FAT-NUMERO TO LBR-FAT-NUMERO.
           READ LEMBRETES
               INVALID KEY
                   PERFORM 0215-VERIFICA-DISPUTA
               NOT INVALID KEY
                   ADD 1 TO WRK-ACUM-JA-LEMBRADAS
           END-READ.

       0215-VERIFICA-DISPUTA SECTION.
           MOVE 'N' TO WRK-EM-DISPUTA.
           IF WRK-DISPUTAS-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO DSP-FAT-NUMERO
               READ DISPUTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-STATUS EQUAL 'A'
                           MOVE 'S' TO WRK-EM-DISPUTA
                       END-IF
               END-READ
           END-IF.
           IF WRK-EM-DISPUTA EQUAL 'S'
               ADD 1 TO WRK-ACUM-DISPUTA
           ELSE
               MOVE FAT-ID-CLIENTE TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       ADD 1 TO WRK-ACUM-SEM-CADASTRO
                   NOT INVALID KEY
                       PERFORM 0220-PREPARA-LEMBRETE
               END-READ
           END-IF.

       0220-PREPARA-LEMBRETE SECTION.
           PERFORM 0225-VERIFICA-CONSENTIMENTO.
           MOVE SPACES TO WRK-TELEFONE-FEED.
           MOVE SPACES TO WRK-EMAIL-FEED.
           IF WRK-CONSENTE-TELEFONE EQUAL 'S'
               PERFORM 0230-BUSCA-TELEFONE-PREFERIDO
           END-IF.
           IF WRK-CONSENTE-EMAIL EQUAL 'S'
               PERFORM 0240-RESOLVE-EMAIL
           END-IF.
           MOVE FAT-VALOR TO WRK-VALOR-EDITADO.
           MOVE SPACES TO WRK-VENCTO-EDITADO.
           STRING FAT-DATA-VENCTO (7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FAT-DATA-VENCTO (5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FAT-DATA-VENCTO (1:4) DELIMITED BY SIZE
               INTO WRK-VENCTO-EDITADO.
           MOVE SPACES TO WRK-FATURA-EDITADA.
           STRING FAT-NUMERO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FAT-PARCELA DELIMITED BY SIZE
               INTO WRK-FATURA-EDITADA.
           MOVE SPACES TO REG-LEMBRETE.
           MOVE FAT-NUMERO TO LBR-FAT-NUMERO.
           MOVE FAT-ID-CLIENTE TO LBR-ID-CLIENTE.
           MOVE FAT-VALOR TO LBR-VALOR.
           MOVE FAT-DATA-VENCTO TO LBR-DATA-VENCTO.
           MOVE WRK-DATA-HOJE TO LBR-DATA-ENVIO.
           MOVE 'N' TO LBR-CANAL-SMS.
           MOVE 'N' TO LBR-CANAL-EMAIL.
           IF WRK-TELEFONE-FEED NOT EQUAL SPACES
               MOVE "SMS" TO WRK-CANAL
               MOVE WRK-TELEFONE-FEED TO WRK-DESTINO
               PERFORM 0250-GRAVA-LINHA-FEED
               MOVE 'S' TO LBR-CANAL-SMS
               MOVE WRK-TELEFONE-FEED TO LBR-TELEFONE
               ADD 1 TO WRK-ACUM-SMS
           END-IF.
           IF WRK-EMAIL-FEED NOT EQUAL SPACES
               MOVE "EMAIL" TO WRK-CANAL
               MOVE WRK-EMAIL-FEED TO WRK-DESTINO
               PERFORM 0250-GRAVA-LINHA-FEED
               MOVE 'S' TO LBR-CANAL-EMAIL
               MOVE WRK-EMAIL-FEED TO LBR-EMAIL
               ADD 1 TO WRK-ACUM-EMAIL
           END-IF.
           IF LBR-CANAL-SMS EQUAL 'S' OR LBR-CANAL-EMAIL EQUAL 'S'
               MOVE 'E' TO LBR-SITUACAO
               ADD 1 TO WRK-ACUM-LEMBRADAS
           ELSE
               MOVE 'S' TO LBR-SITUACAO
               ADD 1 TO WRK-ACUM-SUPRIMIDAS
           END-IF.
           WRITE REG-LEMBRETE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTROLE -- FATURA "
                       FAT-NUMERO
           END-WRITE.

       0225-VERIFICA-CONSENTIMENTO SECTION.
      *==  SEM REGISTRO DE CONSENTIMENTO (OU SEM O PROPRIO ARQUIVO)
      *==  NENHUM CANAL E USADO, COMO NO FEED DE MARKETING
           MOVE 'N' TO WRK-CONSENTE-TELEFONE.
           MOVE 'N' TO WRK-CONSENTE-EMAIL.
           IF WRK-CONSENTIMENTO-ABERTO EQUAL 'S'
               MOVE REG-ID TO CNS-ID-CLIENTE
               READ CONSENTIMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CNS-TELEFONE TO WRK-CONSENTE-TELEFONE
                       MOVE CNS-EMAIL TO WRK-CONSENTE-EMAIL
               END-READ
           END-IF.

       0230-BUSCA-TELEFONE-PREFERIDO SECTION.
      *==  TELEFONE PREFERENCIAL DOS CONTATOS, SENAO O DO CADASTRO --
      *==  SMS SO PARA LINHA MOVEL (DDD + 9 DIGITOS)
           MOVE REG-TELEFONE TO WRK-TELEFONE-FEED.
           IF WRK-CONTATOS-ABERTO EQUAL 'S'
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE REG-ID TO CON-ID-CLIENTE
               MOVE ZEROS TO CON-SEQUENCIA
               START CONTATOS KEY IS GREATER THAN CON-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ CONTATOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF CON-ID-CLIENTE EQUAL REG-ID
                               IF CON-TIPO EQUAL 'T'
                                   AND CON-PREFERENCIAL EQUAL 'S'
                                   MOVE CON-VALOR TO WRK-TELEFONE-FEED
                                   MOVE 'S' TO WRK-FIM-GRUPO
                               END-IF
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO FS-CONTATOS
           END-IF.
           MOVE ZEROS TO WRK-TEL-TAM.
           IF WRK-TELEFONE-FEED NOT EQUAL SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-TELEFONE-FEED))
                   TO WRK-TEL-TAM
           END-IF.
           IF WRK-TEL-TAM NOT EQUAL 11
               MOVE SPACES TO WRK-TELEFONE-FEED
           END-IF.

       0240-RESOLVE-EMAIL SECTION.
      *==  EMAIL PREFERENCIAL DOS CONTATOS, SENAO O DO CADASTRO;
      *==  MARCADO 'B' NA QUALIDADE, CAI PARA O PRIMEIRO CONTATO DE
      *==  EMAIL NAO MARCADO, OU O CANAL FICA SEM DESTINO
           MOVE REG-EMAIL TO WRK-EMAIL-FEED.
           IF WRK-CONTATOS-ABERTO EQUAL 'S'
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE REG-ID TO CON-ID-CLIENTE
               MOVE ZEROS TO CON-SEQUENCIA
               START CONTATOS KEY IS GREATER THAN CON-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ CONTATOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF CON-ID-CLIENTE EQUAL REG-ID
                               IF CON-TIPO EQUAL 'E'
                                   AND CON-PREFERENCIAL EQUAL 'S'
                                   MOVE CON-VALOR TO WRK-EMAIL-FEED
                                   MOVE 'S' TO WRK-FIM-GRUPO
                               END-IF
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO FS-CONTATOS
           END-IF.
           IF WRK-QUALIDADE-ABERTO EQUAL 'S'
               PERFORM 0245-VERIFICA-FLAG-EMAIL
               IF WRK-EMAIL-FLAGADO EQUAL 'S'
                   MOVE SPACES TO WRK-EMAIL-FEED
                   PERFORM 0247-BUSCA-EMAIL-ALTERNATIVO
               END-IF
           END-IF.

       0245-VERIFICA-FLAG-EMAIL SECTION.
           MOVE 'N' TO WRK-EMAIL-FLAGADO.
           IF WRK-EMAIL-FEED NOT EQUAL SPACES
               MOVE FUNCTION UPPER-CASE(WRK-EMAIL-FEED)
                   TO EML-ENDERECO
               READ QUALIDADE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EML-FLAG EQUAL 'B'
                           MOVE 'S' TO WRK-EMAIL-FLAGADO
                       END-IF
               END-READ
           END-IF.

       0247-BUSCA-EMAIL-ALTERNATIVO SECTION.
           IF WRK-CONTATOS-ABERTO EQUAL 'S'
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE REG-ID TO CON-ID-CLIENTE
               MOVE ZEROS TO CON-SEQUENCIA
               START CONTATOS KEY IS GREATER THAN CON-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ CONTATOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF CON-ID-CLIENTE EQUAL REG-ID
                               IF CON-TIPO EQUAL 'E'
                                   MOVE CON-VALOR TO WRK-EMAIL-FEED
                                   PERFORM 0245-VERIFICA-FLAG-EMAIL
                                   IF WRK-EMAIL-FLAGADO EQUAL 'S'
                                       MOVE SPACES TO WRK-EMAIL-FEED
                                   ELSE
                                       MOVE 'S' TO WRK-FIM-GRUPO
                                   END-IF
                               END-IF
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO FS-CONTATOS
           END-IF.

       0250-GRAVA-LINHA-FEED SECTION.
           MOVE SPACES TO REG-FEED.
           STRING FUNCTION TRIM(WRK-CANAL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WRK-DESTINO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(REG-NOME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WRK-FATURA-EDITADA DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WRK-VALOR-EDITADO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WRK-VENCTO-EDITADO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FAT-NUMERO DELIMITED BY SIZE
               INTO REG-FEED.
           WRITE REG-FEED.

       0300-FINISH SECTION.
           CLOSE FATURAS.
           CLOSE CLIENTES.
           CLOSE LEMBRETES.
           CLOSE FEED.
           IF WRK-CONTATOS-ABERTO EQUAL 'S'
               CLOSE CONTATOS
           END-IF.
           IF WRK-CONSENTIMENTO-ABERTO EQUAL 'S'
               CLOSE CONSENTIMENTO
           END-IF.
           IF WRK-QUALIDADE-ABERTO EQUAL 'S'
               CLOSE QUALIDADE
           END-IF.
           IF WRK-DISPUTAS-ABERTO EQUAL 'S'
               CLOSE DISPUTAS
           END-IF.
           DISPLAY "================================".
           DISPLAY "VENCIMENTO ATE.......: " WRK-DATA-LIMITE.
           DISPLAY "FATURAS LIDAS........: " WRK-ACUM-LIDAS.
           DISPLAY "NA JANELA............: " WRK-ACUM-NA-JANELA.
           DISPLAY "JA LEMBRADAS.........: " WRK-ACUM-JA-LEMBRADAS.
           DISPLAY "EM DISPUTA...........: " WRK-ACUM-DISPUTA.
           DISPLAY "SEM CADASTRO.........: " WRK-ACUM-SEM-CADASTRO.
           DISPLAY "LEMBRADAS............: " WRK-ACUM-LEMBRADAS.
           DISPLAY "SUPRIMIDAS...........: " WRK-ACUM-SUPRIMIDAS.
           DISPLAY "MENSAGENS SMS........: " WRK-ACUM-SMS.
           DISPLAY "MENSAGENS EMAIL......: " WRK-ACUM-EMAIL.
           DISPLAY "FEED EM LEMBRETES-VENCIMENTO.CSV".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
