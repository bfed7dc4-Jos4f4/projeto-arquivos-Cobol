       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ146.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: AVISO DE EXPIRACAO DE PONTOS DE FIDELIDADE --
      *==            PERCORRE O EXTRATO DE PONTOS (PONTOS-FIDELIDADE,
      *==            VIDE PNTREG) E, PARA CADA CLIENTE COM PONTOS QUE
      *==            VENCEM DE HOJE ATE OS PROXIMOS N DIAS E AINDA NAO
      *==            FORAM CONSUMIDOS, GERA O FEED DO PROVEDOR DE
      *==            MENSAGENS (AVISO-EXPIRACAO-PONTOS.CSV), UMA LINHA
      *==            POR CANAL (SMS/EMAIL) COM OS PONTOS, O VALOR EM
      *==            REAIS E A DATA DE EXPIRACAO -- NO MESMO DESENHO DO
      *==            LEMBRETE DE VENCIMENTO (ARQ120)
      *==  OS DEBITOS CONSOMEM OS ACUMULOS MAIS ANTIGOS PRIMEIRO, COMO
      *==  NA EXPIRACAO NOTURNA (ARQ145): SO E AVISADO O QUE SOBRA DOS
      *==  LOTES DA JANELA DEPOIS DOS DEBITOS E DOS LOTES JA VENCIDOS
      *==  TELEFONE E EMAIL SAO RESOLVIDOS COMO NO ARQ120 (CONTATO
      *==  PREFERENCIAL, LINHA MOVEL, QUALIDADE DO EMAIL) E CADA CANAL
      *==  SO E USADO COM O CONSENTIMENTO DO CLIENTE PARA ELE (ARQ043)
      *==  -- SEM REGISTRO DE CONSENTIMENTO NAO HA AVISO
      *==  CLIENTE INATIVO OU ANONIMIZADO (REG-STATUS 'I'/'L') NAO E
      *==  AVISADO
      *==  CADA AVISO GANHA UM REGISTRO DE CONTROLE (AVISOS-PONTOS,
      *==  VIDE AVPREG) PELA PRIMEIRA DATA DE VALIDADE DA JANELA,
      *==  ENVIADO OU SUPRIMIDO, E O MESMO LOTE NAO E AVISADO DE NOVO
      *==  PARAMETROS EM FIDELIDADE-PARM.TXT (OPCIONAL, O MESMO DO
      *==  MODULO ARQ144): LINHA 3 = VALOR DO PONTO EM CENTAVOS
      *==  (PADRAO 1), LINHA 4 = DIAS DE AVISO (PADRAO 30)
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT PONTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PONTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PNT-CHAVE
               FILE STATUS IS FS-PONTOS.

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

           SELECT AVISOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-AVISOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AVP-CHAVE
               FILE STATUS IS FS-AVISOS.

           SELECT PARAMETROS ASSIGN TO
               "FIDELIDADE-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT FEED ASSIGN TO
               "AVISO-EXPIRACAO-PONTOS.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FEED.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD PONTOS.
       01 REG-PONTOS.
           COPY PNTREG.

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

       FD AVISOS.
       01 REG-AVISO.
           COPY AVPREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD FEED.
       01 REG-FEED PIC X(120).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-PONTOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CONTATOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CONSENTE PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-QUALIDADE PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-AVISOS PIC X(30) VALUE SPACES.

       77 FS-PONTOS PIC 9(02) VALUE ZEROS.
       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-CONTATOS PIC 9(02) VALUE ZEROS.
       77 FS-CONSENTIMENTO PIC 9(02) VALUE ZEROS.
       77 FS-QUALIDADE PIC 9(02) VALUE ZEROS.
       77 FS-AVISOS PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-FEED PIC 9(02) VALUE ZEROS.
       77 WRK-CONTATOS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CONSENTIMENTO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-QUALIDADE-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

      *===========JANELA DO AVISO (DIAS CORRIDOS)=============
       77 WRK-DIAS-AVISO PIC 9(03) VALUE 30.
       77 WRK-VALOR-PONTO PIC 9(03)V99 VALUE 0.01.
       77 WRK-DATA-LIMITE PIC X(08) VALUE SPACES.
       77 WRK-DATA-N PIC 9(08) VALUE ZEROS.

      *===========CLIENTE CORRENTE NA LEITURA DO EXTRATO======
      *==  LOTES DA JANELA EM ORDEM DE GRAVACAO (= ORDEM DE VALIDADE);
      *==  LOTE ALEM DA CAPACIDADE DA TABELA FICA PARA O AVISO
      *==  SEGUINTE
       77 WRK-ID-CORRENTE PIC 9(07) VALUE ZEROS.
       77 WRK-VENCIDOS PIC 9(09) VALUE ZEROS.
       77 WRK-DEBITOS PIC S9(09) VALUE ZEROS.
       77 WRK-CONSUMIDO PIC S9(09) VALUE ZEROS.
       77 WRK-CUMULADO PIC S9(09) VALUE ZEROS.
       77 WRK-SALDO-CLIENTE PIC 9(09) VALUE ZEROS.
       77 WRK-A-VENCER PIC 9(09) VALUE ZEROS.
       77 WRK-PRIMEIRA-VALIDADE PIC X(08) VALUE SPACES.
       01 WRK-TAB-LOTES.
           05 WRK-LOT-ITEM OCCURS 100 TIMES.
               10 WRK-LOT-VALIDADE PIC X(08).
               10 WRK-LOT-PONTOS   PIC 9(07).
       77 WRK-LOT-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-LOT-IDX PIC 9(03) VALUE ZEROS.

      *===========CANAIS DO CLIENTE CORRENTE==================
       77 WRK-CONSENTE-TELEFONE PIC X(01) VALUE 'N'.
       77 WRK-CONSENTE-EMAIL PIC X(01) VALUE 'N'.
       77 WRK-TELEFONE-FEED PIC X(30) VALUE SPACES.
       77 WRK-EMAIL-FEED PIC X(30) VALUE SPACES.
       77 WRK-EMAIL-FLAGADO PIC X(01) VALUE 'N'.
       77 WRK-TEL-TAM PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-CANAL PIC X(05) VALUE SPACES.
       77 WRK-DESTINO PIC X(30) VALUE SPACES.
       77 WRK-VALOR-PONTOS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-EDITADO PIC ZZZZZZ9.99.
       77 WRK-PONTOS-EDITADO PIC ZZZZZZZZ9.
       77 WRK-VALIDADE-EDITADA PIC X(10) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-ACUM-CLIENTES PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-NA-JANELA PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-JA-AVISADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-CADASTRO PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-INATIVOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-AVISADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SUPRIMIDOS PIC 9(06) VALUE ZEROS.
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
           OPEN INPUT PONTOS.
           IF FS-PONTOS EQUAL 35
               DISPLAY "NENHUM PONTO DE FIDELIDADE LANCADO"
               STOP RUN
           END-IF.
           IF FS-PONTOS NOT EQUAL 00
               MOVE "EXTRATO DE PONTOS NAO ABERTO" TO WRK-MSG-ERRO
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
           OPEN I-O AVISOS.
           IF FS-AVISOS EQUAL 35
               OPEN OUTPUT AVISOS
               CLOSE AVISOS
               OPEN I-O AVISOS
           END-IF.
           IF FS-AVISOS NOT EQUAL 00
               MOVE "CONTROLE DE AVISOS INDISPON." TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT FEED.
           IF FS-FEED NOT EQUAL 00
               MOVE "FEED NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE "CANAL,DESTINO,NOME,PONTOS,VALOR,EXPIRACAO"
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
                   MOVE "PONTOS-FIDELIDADE-TEST.txt" TO
                       WRK-CAMINHO-PONTOS
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "CONTATOS-TEST.txt" TO
                       WRK-CAMINHO-CONTATOS
                   MOVE "CONSENTIMENTO-TEST.txt" TO
                       WRK-CAMINHO-CONSENTE
                   MOVE "EMAIL-QUALIDADE-TEST.txt" TO
                       WRK-CAMINHO-QUALIDADE
                   MOVE "AVISOS-PONTOS-TEST.txt" TO
                       WRK-CAMINHO-AVISOS
               WHEN "DEV"
                   MOVE "PONTOS-FIDELIDADE-DEV.txt" TO
                       WRK-CAMINHO-PONTOS
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "CONTATOS-DEV.txt" TO
                       WRK-CAMINHO-CONTATOS
                   MOVE "CONSENTIMENTO-DEV.txt" TO
                       WRK-CAMINHO-CONSENTE
                   MOVE "EMAIL-QUALIDADE-DEV.txt" TO
                       WRK-CAMINHO-QUALIDADE
                   MOVE "AVISOS-PONTOS-DEV.txt" TO
                       WRK-CAMINHO-AVISOS
               WHEN OTHER
                   MOVE "\PONTOS-FIDELIDADE.txt" TO
                       WRK-CAMINHO-PONTOS
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\CONTATOS.txt" TO
                       WRK-CAMINHO-CONTATOS
                   MOVE "\CONSENTIMENTO.txt" TO
                       WRK-CAMINHO-CONSENTE
                   MOVE "\EMAIL-QUALIDADE.txt" TO
                       WRK-CAMINHO-QUALIDADE
                   MOVE "\AVISOS-PONTOS.txt" TO
                       WRK-CAMINHO-AVISOS
           END-EVALUATE.

       0105-LE-PARAMETROS SECTION.
      *==  AS DUAS PRIMEIRAS LINHAS SAO DO ACUMULO (ARQ144) E SO SAO
      *==  LIDAS PARA CHEGAR A TERCEIRA E A QUARTA
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS EQUAL 00
               READ PARAMETROS
               READ PARAMETROS
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                           COMPUTE WRK-VALOR-PONTO =
                               FUNCTION NUMVAL(REG-PARAMETRO) / 100
                       END-IF
               END-READ
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                           COMPUTE WRK-DIAS-AVISO =
                               FUNCTION NUMVAL(REG-PARAMETRO)
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       0107-CALCULA-JANELA SECTION.
      *==  A JANELA VAI DE HOJE ATE HOJE + N DIAS CORRIDOS -- A
      *==  VALIDADE DOS PONTOS E DATA DE CALENDARIO, NAO DIA UTIL
           MOVE WRK-DATA-HOJE TO WRK-DATA-N.
           COMPUTE WRK-DATA-N = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-N) + WRK-DIAS-AVISO).
           MOVE WRK-DATA-N TO WRK-DATA-LIMITE.

       0200-PROCESS SECTION.
           READ PONTOS.
           IF FS-PONTOS EQUAL 00
               MOVE PNT-ID-CLIENTE TO WRK-ID-CORRENTE
               PERFORM 0205-ZERA-CLIENTE
           END-IF.
           PERFORM UNTIL FS-PONTOS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDOS
               IF PNT-ID-CLIENTE NOT EQUAL WRK-ID-CORRENTE
                   PERFORM 0220-FECHA-CLIENTE
                   MOVE PNT-ID-CLIENTE TO WRK-ID-CORRENTE
                   PERFORM 0205-ZERA-CLIENTE
               END-IF
               PERFORM 0210-ACUMULA-LANCAMENTO
               READ PONTOS
           END-PERFORM.
           IF WRK-ACUM-LIDOS > ZERO
               PERFORM 0220-FECHA-CLIENTE
           END-IF.

       0205-ZERA-CLIENTE SECTION.
           MOVE ZEROS TO WRK-VENCIDOS.
           MOVE ZEROS TO WRK-DEBITOS.
           MOVE ZEROS TO WRK-SALDO-CLIENTE.
           MOVE ZEROS TO WRK-LOT-TOTAL.
           ADD 1 TO WRK-ACUM-CLIENTES.

       0210-ACUMULA-LANCAMENTO SECTION.
      *==  MESMA APURACAO DO ARQ145 -- O ACUMULO AINDA VALIDO E DENTRO
      *==  DA JANELA VAI PARA A TABELA DE LOTES
           MOVE PNT-SALDO TO WRK-SALDO-CLIENTE.
           EVALUATE TRUE
               WHEN PNT-TIPO EQUAL "AC"
                   IF PNT-VALIDADE < WRK-DATA-HOJE
                       ADD PNT-PONTOS TO WRK-VENCIDOS
                   ELSE
                       IF PNT-VALIDADE NOT > WRK-DATA-LIMITE
                           AND WRK-LOT-TOTAL < 100
                           ADD 1 TO WRK-LOT-TOTAL
                           MOVE PNT-VALIDADE TO
                               WRK-LOT-VALIDADE (WRK-LOT-TOTAL)
                           MOVE PNT-PONTOS TO
                               WRK-LOT-PONTOS (WRK-LOT-TOTAL)
                       END-IF
                   END-IF
               WHEN PNT-TIPO EQUAL "CR"
                   SUBTRACT PNT-PONTOS FROM WRK-DEBITOS
               WHEN PNT-NATUREZA EQUAL 'D'
                   ADD PNT-PONTOS TO WRK-DEBITOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0220-FECHA-CLIENTE SECTION.
      *==  OS DEBITOS E OS LOTES JA VENCIDOS (QUE A EXPIRACAO DESTA
      *==  NOITE LEVA) CONSOMEM PRIMEIRO; O QUE SOBRA DOS LOTES DA
      *==  JANELA E O QUE VAI VENCER
           MOVE ZEROS TO WRK-A-VENCER.
           MOVE SPACES TO WRK-PRIMEIRA-VALIDADE.
           IF WRK-DEBITOS > WRK-VENCIDOS
               MOVE WRK-DEBITOS TO WRK-CONSUMIDO
           ELSE
               MOVE WRK-VENCIDOS TO WRK-CONSUMIDO
           END-IF.
           MOVE WRK-VENCIDOS TO WRK-CUMULADO.
           PERFORM VARYING WRK-LOT-IDX FROM 1 BY 1
               UNTIL WRK-LOT-IDX > WRK-LOT-TOTAL
               ADD WRK-LOT-PONTOS (WRK-LOT-IDX) TO WRK-CUMULADO
               IF WRK-CUMULADO > WRK-CONSUMIDO
                   IF WRK-PRIMEIRA-VALIDADE EQUAL SPACES
                       MOVE WRK-LOT-VALIDADE (WRK-LOT-IDX) TO
                           WRK-PRIMEIRA-VALIDADE
                       COMPUTE WRK-A-VENCER =
                           WRK-CUMULADO - WRK-CONSUMIDO
                   ELSE
                       ADD WRK-LOT-PONTOS (WRK-LOT-IDX) TO
                           WRK-A-VENCER
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-A-VENCER > WRK-SALDO-CLIENTE
               MOVE WRK-SALDO-CLIENTE TO WRK-A-VENCER
           END-IF.
           IF WRK-A-VENCER > ZERO
               ADD 1 TO WRK-ACUM-NA-JANELA
               PERFORM 0225-VERIFICA-AVISO
           END-IF.

       0225-VERIFICA-AVISO SECTION.
           MOVE WRK-ID-CORRENTE TO AVP-ID-CLIENTE.
           MOVE WRK-PRIMEIRA-VALIDADE TO AVP-VALIDADE.
           READ AVISOS
               INVALID KEY
                   MOVE WRK-ID-CORRENTE TO REG-ID
                   READ CLIENTES
                       INVALID KEY
                           ADD 1 TO WRK-ACUM-SEM-CADASTRO
                       NOT INVALID KEY
                           IF REG-STATUS EQUAL 'I' OR 'L'
                               ADD 1 TO WRK-ACUM-INATIVOS
                           ELSE
                               PERFORM 0230-PREPARA-AVISO
                           END-IF
                   END-READ
               NOT INVALID KEY
                   ADD 1 TO WRK-ACUM-JA-AVISADOS
           END-READ.

       0230-PREPARA-AVISO SECTION.
           PERFORM 0245-VERIFICA-CONSENTIMENTO.
           MOVE SPACES TO WRK-TELEFONE-FEED.
           MOVE SPACES TO WRK-EMAIL-FEED.
           IF WRK-CONSENTE-TELEFONE EQUAL 'S'
               PERFORM 0250-BUSCA-TELEFONE-PREFERIDO
           END-IF.
           IF WRK-CONSENTE-EMAIL EQUAL 'S'
               PERFORM 0260-RESOLVE-EMAIL
           END-IF.
           MOVE WRK-A-VENCER TO WRK-PONTOS-EDITADO.
           COMPUTE WRK-VALOR-PONTOS = WRK-A-VENCER * WRK-VALOR-PONTO.
           MOVE WRK-VALOR-PONTOS TO WRK-VALOR-EDITADO.
           MOVE SPACES TO WRK-VALIDADE-EDITADA.
           STRING WRK-PRIMEIRA-VALIDADE (7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WRK-PRIMEIRA-VALIDADE (5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WRK-PRIMEIRA-VALIDADE (1:4) DELIMITED BY SIZE
               INTO WRK-VALIDADE-EDITADA.
           MOVE SPACES TO REG-AVISO.
           MOVE WRK-ID-CORRENTE TO AVP-ID-CLIENTE.
           MOVE WRK-PRIMEIRA-VALIDADE TO AVP-VALIDADE.
           MOVE WRK-A-VENCER TO AVP-PONTOS.
           MOVE WRK-DATA-HOJE TO AVP-DATA-AVISO.
           MOVE 'N' TO AVP-CANAL-SMS.
           MOVE 'N' TO AVP-CANAL-EMAIL.
           IF WRK-TELEFONE-FEED NOT EQUAL SPACES
               MOVE "SMS" TO WRK-CANAL
               MOVE WRK-TELEFONE-FEED TO WRK-DESTINO
               PERFORM 0270-GRAVA-LINHA-FEED
               MOVE 'S' TO AVP-CANAL-SMS
               ADD 1 TO WRK-ACUM-SMS
           END-IF.
           IF WRK-EMAIL-FEED NOT EQUAL SPACES
               MOVE "EMAIL" TO WRK-CANAL
               MOVE WRK-EMAIL-FEED TO WRK-DESTINO
               PERFORM 0270-GRAVA-LINHA-FEED
               MOVE 'S' TO AVP-CANAL-EMAIL
               ADD 1 TO WRK-ACUM-EMAIL
           END-IF.
           IF AVP-CANAL-SMS EQUAL 'S' OR AVP-CANAL-EMAIL EQUAL 'S'
               MOVE 'E' TO AVP-SITUACAO
               ADD 1 TO WRK-ACUM-AVISADOS
           ELSE
               MOVE 'S' TO AVP-SITUACAO
               ADD 1 TO WRK-ACUM-SUPRIMIDOS
           END-IF.
           WRITE REG-AVISO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTROLE -- CLIENTE "
                       WRK-ID-CORRENTE
           END-WRITE.

       0245-VERIFICA-CONSENTIMENTO SECTION.
      *==  SEM REGISTRO DE CONSENTIMENTO (OU SEM O PROPRIO ARQUIVO)
      *==  NENHUM CANAL E USADO, COMO NO LEMBRETE DE VENCIMENTO (ARQ120)
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

       0250-BUSCA-TELEFONE-PREFERIDO SECTION.
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

       0260-RESOLVE-EMAIL SECTION.
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
               PERFORM 0265-VERIFICA-FLAG-EMAIL
               IF WRK-EMAIL-FLAGADO EQUAL 'S'
                   MOVE SPACES TO WRK-EMAIL-FEED
                   PERFORM 0267-BUSCA-EMAIL-ALTERNATIVO
               END-IF
           END-IF.

       0265-VERIFICA-FLAG-EMAIL SECTION.
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

       0267-BUSCA-EMAIL-ALTERNATIVO SECTION.
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
                                   PERFORM 0265-VERIFICA-FLAG-EMAIL
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

       0270-GRAVA-LINHA-FEED SECTION.
           MOVE SPACES TO REG-FEED.
           STRING FUNCTION TRIM(WRK-CANAL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WRK-DESTINO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(REG-NOME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WRK-PONTOS-EDITADO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WRK-VALOR-EDITADO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WRK-VALIDADE-EDITADA DELIMITED BY SIZE
               INTO REG-FEED.
           WRITE REG-FEED.

       0300-FINISH SECTION.
           CLOSE PONTOS.
           CLOSE CLIENTES.
           CLOSE AVISOS.
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
           DISPLAY "================================".
           DISPLAY "EXPIRACAO ATE........: " WRK-DATA-LIMITE.
           DISPLAY "LANCAMENTOS LIDOS....: " WRK-ACUM-LIDOS.
           DISPLAY "CLIENTES NO EXTRATO..: " WRK-ACUM-CLIENTES.
           DISPLAY "COM PONTOS A VENCER..: " WRK-ACUM-NA-JANELA.
           DISPLAY "JA AVISADOS..........: " WRK-ACUM-JA-AVISADOS.
           DISPLAY "SEM CADASTRO.........: " WRK-ACUM-SEM-CADASTRO.
           DISPLAY "INATIVOS/ANONIMIZADOS: " WRK-ACUM-INATIVOS.
           DISPLAY "AVISADOS.............: " WRK-ACUM-AVISADOS.
           DISPLAY "SUPRIMIDOS...........: " WRK-ACUM-SUPRIMIDOS.
           DISPLAY "MENSAGENS SMS........: " WRK-ACUM-SMS.
           DISPLAY "MENSAGENS EMAIL......: " WRK-ACUM-EMAIL.
           DISPLAY "FEED EM AVISO-EXPIRACAO-PONTOS.CSV".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
