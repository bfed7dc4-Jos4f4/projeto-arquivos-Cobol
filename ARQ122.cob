       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ122.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: REMESSA MENSAL PARA A AGENCIA DE COBRANCA
      *==            (REMESSA-AGENCIA.TXT) -- SELECIONA AS FATURAS
      *==            ABERTAS VENCIDAS HA MAIS DE N DIAS (AS QUE JA
      *==            PASSARAM PELO CICLO DE CARTAS DO ARQ067 SEM
      *==            PAGAMENTO) E ENVIA CADA UMA COM OS DADOS DO
      *==            DEVEDOR (CPF, NOME E ENDERECO ESTRUTURADO DO
      *==            CLIENTES, TELEFONE E EMAIL PREFERENCIAIS DO
      *==            CONTATOS OU, NA FALTA, OS DO CADASTRO); CADA
      *==            FATURA ENVIADA GANHA O REGISTRO EM
      *==            COBRANCA-EXTERNA (VIDE CEXREG) COM A AGENCIA E A
      *==            DATA, E NAO E ENVIADA DE NOVO
      *==  FICAM DE FORA AS FATURAS EM DISPUTA (VIDE DSPREG), AS
      *==  BAIXADAS POR PERDA (FAT-STATUS 'B') E AS QUE JA TEM
      *==  REGISTRO EM COBRANCA-EXTERNA, MESMO DEVOLVIDAS
      *==  CLIENTE NAO ENCONTRADO, ANONIMIZADO (REG-STATUS 'L') OU SEM
      *==  CPF NAO SAI -- A FATURA VAI PARA AGENCIA-REVISAO.TXT E E
      *==  TENTADA DE NOVO NA PROXIMA REMESSA
      *==  LAYOUT: TIPO 0=HEADER  1=DETALHE  9=TRAILER (MESMO ESTILO
      *==  DA REMESSA BANCARIA, ARQ111); SEQUENCIA EM
      *==  AGENCIA-REMESSA-CONTROLE.TXT
      *==  PARAMETROS EM COBRANCA-EXTERNA-PARM.TXT (OPCIONAL):
      *==    LINHA 1 = CODIGO DA AGENCIA (PADRAO: A PRIMEIRA DA TABELA
      *==              AGENCIAS-COBRANCA.TXT, VIDE AGCREG)
      *==    LINHA 2 = DIAS DE ATRASO MINIMO (PADRAO 90)
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

           SELECT DISPUTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-DISPUTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-FAT-NUMERO
               ALTERNATE RECORD KEY IS DSP-CHAVE-OCORRENCIA
                   WITH DUPLICATES
               FILE STATUS IS FS-DISPUTAS.

           SELECT COBRANCA-EXTERNA ASSIGN TO
               DYNAMIC WRK-CAMINHO-CEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEX-FAT-NUMERO
               ALTERNATE RECORD KEY IS CEX-ID-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-CEX.

           SELECT AGENCIAS ASSIGN TO
               "AGENCIAS-COBRANCA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AGENCIAS.

           SELECT PARAMETROS ASSIGN TO
               "COBRANCA-EXTERNA-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT REMESSA ASSIGN TO
               "REMESSA-AGENCIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMESSA.

           SELECT CONTROLE ASSIGN TO
               "AGENCIA-REMESSA-CONTROLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.

           SELECT REVISAO ASSIGN TO
               "AGENCIA-REVISAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REVISAO.

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

       FD DISPUTAS.
       01 REG-DISPUTA.
           COPY DSPREG.

       FD COBRANCA-EXTERNA.
       01 REG-COBRANCA-EXTERNA.
           COPY CEXREG.

       FD AGENCIAS.
       01 REG-AGENCIA.
           COPY AGCREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD REMESSA.
       01 REG-REMESSA PIC X(200).

       01 REG-REMESSA-HEADER REDEFINES REG-REMESSA.
           05 HDR-TIPO           PIC X(01).
           05 HDR-DATA           PIC X(08).
           05 HDR-SEQUENCIA      PIC 9(06).
           05 HDR-AGENCIA        PIC X(03).
           05 HDR-IDENTIFICACAO  PIC X(08).
           05 FILLER             PIC X(174).

       01 REG-REMESSA-DETALHE REDEFINES REG-REMESSA.
           05 DET-TIPO           PIC X(01).
           05 DET-FATURA         PIC 9(07).
           05 DET-PARCELA        PIC 9(02).
           05 DET-VALOR          PIC 9(07)V99.
           05 DET-DATA-EMISSAO   PIC X(08).
           05 DET-DATA-VENCTO    PIC X(08).
           05 DET-DIAS-ATRASO    PIC 9(05).
           05 DET-ID-CLIENTE     PIC 9(07).
           05 DET-CPF            PIC X(11).
           05 DET-NOME           PIC X(20).
           05 DET-LOGRADOURO     PIC X(20).
           05 DET-CIDADE         PIC X(10).
           05 DET-UF             PIC X(02).
           05 DET-CEP            PIC X(08).
           05 DET-TELEFONE       PIC X(15).
           05 DET-EMAIL          PIC X(30).
           05 FILLER             PIC X(37).

       01 REG-REMESSA-TRAILER REDEFINES REG-REMESSA.
           05 TRL-TIPO           PIC X(01).
           05 TRL-INDICADOR      PIC X(04).
           05 TRL-QTDE-REGISTROS PIC 9(06).
           05 TRL-VALOR-TOTAL    PIC 9(11)V99.
           05 TRL-DATA-EXECUCAO  PIC X(08).
           05 FILLER             PIC X(168).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-DATA           PIC X(08).
           05 FILLER             PIC X(01).
           05 CTL-SEQUENCIA      PIC 9(06).

       FD REVISAO.
       01 REG-REVISAO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CONTATOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-DISPUTAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CEX PIC X(30) VALUE SPACES.

       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-CONTATOS PIC 9(02) VALUE ZEROS.
       77 FS-DISPUTAS PIC 9(02) VALUE ZEROS.
       77 FS-CEX PIC 9(02) VALUE ZEROS.
       77 FS-AGENCIAS PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-REMESSA PIC 9(02) VALUE ZEROS.
       77 FS-CONTROLE PIC 9(02) VALUE ZEROS.
       77 FS-REVISAO PIC 9(02) VALUE ZEROS.
       77 WRK-CONTATOS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-DISPUTAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-EM-DISPUTA PIC X(01) VALUE 'N'.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

      *===========PARAMETROS DA REMESSA=======================
       77 WRK-AGENCIA PIC X(03) VALUE SPACES.
       77 WRK-AGENCIA-ACHADA PIC X(01) VALUE 'N'.
       77 WRK-AGENCIA-NOME PIC X(20) VALUE SPACES.
       77 WRK-DIAS-MINIMO PIC 9(05) VALUE 90.
       77 WRK-SEQUENCIA PIC 9(06) VALUE ZEROS.

      *===========ATRASO DA FATURA============================
       77 WRK-INT-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-INT-VENCTO PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROS.

      *===========CONTATOS DO DEVEDOR=========================
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-TELEFONE-DEVEDOR PIC X(30) VALUE SPACES.
       77 WRK-EMAIL-DEVEDOR PIC X(30) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-VENCIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-JA-ENVIADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-DISPUTA PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ENVIADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-REVISAO PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-TOTAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-EDITADO PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           COMPUTE WRK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WRK-DATA-HOJE)).
           PERFORM 0105-LE-PARAMETROS.
           PERFORM 0107-VALIDA-AGENCIA.
           PERFORM 0110-LE-CONTROLE.
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
           OPEN INPUT DISPUTAS.
           IF FS-DISPUTAS EQUAL 00
               MOVE 'S' TO WRK-DISPUTAS-ABERTO
           END-IF.
           OPEN I-O COBRANCA-EXTERNA.
           IF FS-CEX EQUAL 35
               OPEN OUTPUT COBRANCA-EXTERNA
               CLOSE COBRANCA-EXTERNA
               OPEN I-O COBRANCA-EXTERNA
           END-IF.
           IF FS-CEX NOT EQUAL 00
               MOVE "COBRANCA EXTERNA INDISPONIVEL" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT REMESSA.
           OPEN OUTPUT REVISAO.
           ADD 1 TO WRK-SEQUENCIA.
           PERFORM 0130-GRAVA-HEADER.

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
                   MOVE "FATURAS-DISPUTA-TEST.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "COBRANCA-EXTERNA-TEST.txt" TO
                       WRK-CAMINHO-CEX
               WHEN "DEV"
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "CONTATOS-DEV.txt" TO
                       WRK-CAMINHO-CONTATOS
                   MOVE "FATURAS-DISPUTA-DEV.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "COBRANCA-EXTERNA-DEV.txt" TO
                       WRK-CAMINHO-CEX
               WHEN OTHER
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\CONTATOS.txt" TO
                       WRK-CAMINHO-CONTATOS
                   MOVE "\FATURAS-DISPUTA.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "\COBRANCA-EXTERNA.txt" TO
                       WRK-CAMINHO-CEX
           END-EVALUATE.

       0105-LE-PARAMETROS SECTION.
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS EQUAL 00
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-PARAMETRO (1:3) TO WRK-AGENCIA
               END-READ
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                           COMPUTE WRK-DIAS-MINIMO =
                               FUNCTION NUMVAL(REG-PARAMETRO)
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       0107-VALIDA-AGENCIA SECTION.
      *==  SEM AGENCIA NO PARAMETRO VALE A PRIMEIRA DA TABELA; AGENCIA
      *==  FORA DA TABELA (OU TABELA AUSENTE) INTERROMPE A REMESSA
           MOVE 'N' TO WRK-AGENCIA-ACHADA.
           OPEN INPUT AGENCIAS.
           IF FS-AGENCIAS EQUAL 00
               READ AGENCIAS
               PERFORM UNTIL FS-AGENCIAS NOT EQUAL 00
                       OR WRK-AGENCIA-ACHADA EQUAL 'S'
                   IF WRK-AGENCIA EQUAL SPACES
                       MOVE AGC-CODIGO TO WRK-AGENCIA
                   END-IF
                   IF AGC-CODIGO EQUAL WRK-AGENCIA
                       MOVE 'S' TO WRK-AGENCIA-ACHADA
                       MOVE AGC-NOME TO WRK-AGENCIA-NOME
                   ELSE
                       READ AGENCIAS
                   END-IF
               END-PERFORM
               CLOSE AGENCIAS
           END-IF.
           IF WRK-AGENCIA-ACHADA NOT EQUAL 'S'
               MOVE "AGENCIA NAO CADASTRADA" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "AGENCIA: " WRK-AGENCIA " - " WRK-AGENCIA-NOME.

       0110-LE-CONTROLE SECTION.
           OPEN INPUT CONTROLE.
           IF FS-CONTROLE EQUAL 00
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-SEQUENCIA TO WRK-SEQUENCIA
               END-READ
               CLOSE CONTROLE
           END-IF.

       0130-GRAVA-HEADER SECTION.
           MOVE SPACES TO REG-REMESSA.
           MOVE '0' TO HDR-TIPO.
           MOVE WRK-DATA-HOJE TO HDR-DATA.
           MOVE WRK-SEQUENCIA TO HDR-SEQUENCIA.
           MOVE WRK-AGENCIA TO HDR-AGENCIA.
           MOVE "COBRANCA" TO HDR-IDENTIFICACAO.
           WRITE REG-REMESSA.

       0200-PROCESS SECTION.
           READ FATURAS.
           PERFORM UNTIL FS-FATURAS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDAS
               IF FAT-STATUS EQUAL 'A'
                   AND FAT-DATA-VENCTO IS NUMERIC
                   PERFORM 0210-AVALIA-FATURA
               END-IF
               READ FATURAS
           END-PERFORM.

       0210-AVALIA-FATURA SECTION.
           COMPUTE WRK-INT-VENCTO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(FAT-DATA-VENCTO)).
           COMPUTE WRK-DIAS-ATRASO = WRK-INT-HOJE - WRK-INT-VENCTO.
           IF WRK-DIAS-ATRASO > WRK-DIAS-MINIMO
               ADD 1 TO WRK-ACUM-VENCIDAS
               MOVE FAT-NUMERO TO CEX-FAT-NUMERO
               READ COBRANCA-EXTERNA
                   INVALID KEY
                       PERFORM 0215-VERIFICA-DISPUTA
                   NOT INVALID KEY
                       ADD 1 TO WRK-ACUM-JA-ENVIADAS
               END-READ
           END-IF.

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
               PERFORM 0220-VALIDA-DEVEDOR
           END-IF.

       0220-VALIDA-DEVEDOR SECTION.
      *==  A AGENCIA PRECISA DO CPF PARA COBRAR -- CLIENTE SEM CPF OU
      *==  JA ANONIMIZADO NAO TEM DADOS PESSOAIS A ENVIAR
           MOVE FAT-ID-CLIENTE TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO REG-REVISAO
                   STRING "FATURA " DELIMITED BY SIZE
                       FAT-NUMERO DELIMITED BY SIZE
                       " FORA DA REMESSA -- CLIENTE " DELIMITED BY SIZE
                       FAT-ID-CLIENTE DELIMITED BY SIZE
                       " NAO ENCONTRADO" DELIMITED BY SIZE
                       INTO REG-REVISAO
                   PERFORM 0260-GRAVA-REVISAO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN REG-STATUS EQUAL 'L'
                           MOVE SPACES TO REG-REVISAO
                           STRING "FATURA " DELIMITED BY SIZE
                               FAT-NUMERO DELIMITED BY SIZE
                               " FORA DA REMESSA -- CLIENTE "
                               DELIMITED BY SIZE
                               REG-ID DELIMITED BY SIZE
                               " ANONIMIZADO" DELIMITED BY SIZE
                               INTO REG-REVISAO
                           PERFORM 0260-GRAVA-REVISAO
                       WHEN REG-CPF EQUAL SPACES
                           MOVE SPACES TO REG-REVISAO
                           STRING "FATURA " DELIMITED BY SIZE
                               FAT-NUMERO DELIMITED BY SIZE
                               " FORA DA REMESSA -- CLIENTE "
                               DELIMITED BY SIZE
                               REG-ID DELIMITED BY SIZE
                               " SEM CPF" DELIMITED BY SIZE
                               INTO REG-REVISAO
                           PERFORM 0260-GRAVA-REVISAO
                       WHEN OTHER
                           PERFORM 0230-BUSCA-CONTATOS
                           PERFORM 0240-GRAVA-DETALHE
                   END-EVALUATE
           END-READ.

       0230-BUSCA-CONTATOS SECTION.
      *==  TELEFONE E EMAIL PREFERENCIAIS DO CONTATOS, SENAO OS DO
      *==  CADASTRO -- MESMO CRITERIO DO FEED DE MARKETING (ARQ018)
           MOVE REG-TELEFONE TO WRK-TELEFONE-DEVEDOR.
           MOVE REG-EMAIL TO WRK-EMAIL-DEVEDOR.
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
                               IF CON-PREFERENCIAL EQUAL 'S'
                                   EVALUATE CON-TIPO
                                       WHEN 'T'
                                           MOVE CON-VALOR TO
                                               WRK-TELEFONE-DEVEDOR
                                       WHEN 'E'
                                           MOVE CON-VALOR TO
                                               WRK-EMAIL-DEVEDOR
                                   END-EVALUATE
                               END-IF
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO FS-CONTATOS
           END-IF.

       0240-GRAVA-DETALHE SECTION.
           MOVE SPACES TO REG-REMESSA.
           MOVE '1' TO DET-TIPO.
           MOVE FAT-NUMERO TO DET-FATURA.
           MOVE FAT-PARCELA TO DET-PARCELA.
           MOVE FAT-VALOR TO DET-VALOR.
           MOVE FAT-DATA-EMISSAO TO DET-DATA-EMISSAO.
           MOVE FAT-DATA-VENCTO TO DET-DATA-VENCTO.
           MOVE WRK-DIAS-ATRASO TO DET-DIAS-ATRASO.
           MOVE REG-ID TO DET-ID-CLIENTE.
           MOVE REG-CPF TO DET-CPF.
           MOVE REG-NOME TO DET-NOME.
           MOVE REG-LOGRADOURO TO DET-LOGRADOURO.
           MOVE REG-CIDADE TO DET-CIDADE.
           MOVE REG-UF TO DET-UF.
           MOVE REG-CEP TO DET-CEP.
           MOVE WRK-TELEFONE-DEVEDOR TO DET-TELEFONE.
           MOVE WRK-EMAIL-DEVEDOR TO DET-EMAIL.
           WRITE REG-REMESSA.
           ADD 1 TO WRK-ACUM-ENVIADAS.
           ADD FAT-VALOR TO WRK-VALOR-TOTAL.
           PERFORM 0250-MARCA-ENVIADA.

       0250-MARCA-ENVIADA SECTION.
           MOVE SPACES TO REG-COBRANCA-EXTERNA.
           MOVE FAT-NUMERO TO CEX-FAT-NUMERO.
           MOVE FAT-ID-CLIENTE TO CEX-ID-CLIENTE.
           MOVE WRK-AGENCIA TO CEX-AGENCIA.
           MOVE WRK-DATA-HOJE TO CEX-DATA-ENVIO.
           MOVE FAT-VALOR TO CEX-VALOR-ENVIADO.
           MOVE WRK-DIAS-ATRASO TO CEX-DIAS-ATRASO.
           MOVE 'E' TO CEX-STATUS.
           MOVE ZEROS TO CEX-VALOR-COBRADO.
           MOVE ZEROS TO CEX-VALOR-TAXA.
           MOVE ZEROS TO CEX-VALOR-LIQUIDO.
           WRITE REG-COBRANCA-EXTERNA
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR FATURA " FAT-NUMERO
           END-WRITE.

       0260-GRAVA-REVISAO SECTION.
           ADD 1 TO WRK-ACUM-REVISAO.
           WRITE REG-REVISAO.

       0300-FINISH SECTION.
           PERFORM 0310-GRAVA-TRAILER.
           CLOSE REMESSA.
           CLOSE REVISAO.
           CLOSE COBRANCA-EXTERNA.
           CLOSE CLIENTES.
           CLOSE FATURAS.
           IF WRK-CONTATOS-ABERTO EQUAL 'S'
               CLOSE CONTATOS
           END-IF.
           IF WRK-DISPUTAS-ABERTO EQUAL 'S'
               CLOSE DISPUTAS
           END-IF.
           PERFORM 0320-ATUALIZA-CONTROLE.
           DISPLAY "================================".
           DISPLAY "FATURAS LIDAS..........: " WRK-ACUM-LIDAS.
           DISPLAY "VENCIDAS NO CRITERIO...: " WRK-ACUM-VENCIDAS.
           DISPLAY "JA ENVIADAS A AGENCIA..: " WRK-ACUM-JA-ENVIADAS.
           DISPLAY "EM DISPUTA.............: " WRK-ACUM-DISPUTA.
           DISPLAY "ENVIADAS NESTA REMESSA.: " WRK-ACUM-ENVIADAS.
           DISPLAY "FORA PARA REVISAO......: " WRK-ACUM-REVISAO.
           MOVE WRK-VALOR-TOTAL TO WRK-TOT-EDITADO.
           DISPLAY "VALOR ENVIADO..........: " WRK-TOT-EDITADO.
           DISPLAY "SEQUENCIA DA REMESSA...: " WRK-SEQUENCIA.
           DISPLAY "SAIDA EM REMESSA-AGENCIA.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-GRAVA-TRAILER SECTION.
           MOVE SPACES TO REG-REMESSA.
           MOVE '9' TO TRL-TIPO.
           MOVE "TRLR" TO TRL-INDICADOR.
           MOVE WRK-ACUM-ENVIADAS TO TRL-QTDE-REGISTROS.
           MOVE WRK-VALOR-TOTAL TO TRL-VALOR-TOTAL.
           MOVE WRK-DATA-HOJE TO TRL-DATA-EXECUCAO.
           WRITE REG-REMESSA.

       0320-ATUALIZA-CONTROLE SECTION.
           OPEN OUTPUT CONTROLE.
           MOVE SPACES TO REG-CONTROLE.
           MOVE WRK-DATA-HOJE TO CTL-DATA.
           MOVE WRK-SEQUENCIA TO CTL-SEQUENCIA.
           WRITE REG-CONTROLE.
           CLOSE CONTROLE.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
