       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ164 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RESPOSTA A SOLICITACAO DO TITULAR DE DADOS (LGPD,
      *==            REGISTRADA NO ARQ163) -- REUNE TUDO O QUE A
      *==            EMPRESA GUARDA DO CPF: CADASTRO (CLIENTES),
      *==            CONTATOS, CONSENTIMENTO, PEDIDOS, FATURAS E OS
      *==            ENVIOS AO BUREAU DE CREDITO (BUREAU-ENVIADOS.TXT,
      *==            ARQ053) E IMPRIME A CARTA AO TITULAR NO MESMO
      *==            FORMULARIO DE 80 COLUNAS DA CARTA MODELO DO ARQ037
      *==            EM LGPD-RESPOSTA-NNNNNN.TXT (NUMERO DA SOLICITACAO)
      *==  CONFIRMADO O ENVIO, A SOLICITACAO E ENCERRADA COMO
      *==  RESPONDIDA COM A DATA E O OPERADOR DA SESSAO
      *==  CPF SEM DADOS EM NENHUM ARQUIVO GERA A CARTA INFORMANDO QUE
      *==  A EMPRESA NAO GUARDA DADOS DO TITULAR
      *==  O MESMO CPF PODE TER MAIS DE UM ID NO CADASTRO -- TODOS
      *==  ENTRAM NA CARTA
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
               ACCESS MODE IS DYNAMIC
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

           SELECT PEDIDOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PEDIDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS FS-PEDIDOS.

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT ENVIADOS ASSIGN TO
               "BUREAU-ENVIADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENVIADOS.

           SELECT SOLICITACOES ASSIGN TO
               DYNAMIC WRK-CAMINHO-LGPD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGP-NUMERO
               FILE STATUS IS FS-LGPD.

           SELECT CARTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-CARTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTAS.

           SELECT OPERADOR-SESSAO ASSIGN TO
               "OPERADOR-SESSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.

       FD CONTATOS.
       01 REG-CONTATO.
           COPY CONREG.

       FD CONSENTIMENTO.
       01 REG-CONSENTIMENTO.
           COPY CNSREG.

       FD PEDIDOS.
       01 REG-PEDIDOS.
           COPY PEDREG.

       FD FATURAS.
       01 REG-FATURA.
           COPY FATREG.

       FD ENVIADOS.
       01 REG-ENVIADO.
           05 ENV-SEQUENCIA      PIC 9(06).
           05 FILLER             PIC X(01).
           05 ENV-CPF            PIC X(11).
           05 FILLER             PIC X(01).
           05 ENV-DATA           PIC X(08).
           05 FILLER             PIC X(01).
           05 ENV-CNPJ           PIC X(14).

       FD SOLICITACOES.
       01 REG-LGPD.
           COPY LGPREG.

       FD CARTAS.
       01 REG-CARTA PIC X(80).

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CONTATOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CONSENTE PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-LGPD PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CARTA PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-CONTATOS PIC 9(02) VALUE ZEROS.
       77 FS-CONSENTIMENTO PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-ENVIADOS PIC 9(02) VALUE ZEROS.
       77 FS-LGPD PIC 9(02) VALUE ZEROS.
       77 FS-CARTAS PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-OPERADOR PIC X(04) VALUE "????".

      *===========ARQUIVOS AUXILIARES PRESENTES===============
       77 WRK-TEM-CONTATOS PIC X(01) VALUE 'N'.
       77 WRK-TEM-CONSENTE PIC X(01) VALUE 'N'.
       77 WRK-TEM-PEDIDOS PIC X(01) VALUE 'N'.
       77 WRK-TEM-FATURAS PIC X(01) VALUE 'N'.

      *===========SOLICITACAO E TITULAR=======================
       77 WRK-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-CPF PIC X(11) VALUE SPACES.
       77 WRK-ID PIC 9(07) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-TIPO-DESC PIC X(13) VALUE SPACES.

      *===========LINHAS DA CARTA=============================
       77 WRK-VALOR-EDIT PIC ZZZZZZ9.99.
       77 WRK-STATUS-DESC PIC X(12) VALUE SPACES.
       77 WRK-CONSENTE-TEL PIC X(03) VALUE SPACES.
       77 WRK-CONSENTE-EMAIL PIC X(03) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-CADASTROS PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-CONTATOS PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-PEDIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-FATURAS PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-ENVIOS PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           OPEN INPUT OPERADOR-SESSAO.
           IF FS-SESSAO EQUAL 00
               READ OPERADOR-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-SESSAO TO WRK-OPERADOR
               END-READ
               CLOSE OPERADOR-SESSAO
           END-IF.
           OPEN I-O SOLICITACOES.
           IF FS-LGPD EQUAL 35
               DISPLAY "NENHUMA SOLICITACAO LGPD REGISTRADA"
               GOBACK
           END-IF.
           IF FS-LGPD NOT EQUAL 00
               MOVE "LGPD-SOLICITACOES NAO ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "RESPOSTA A SOLICITACAO DO TITULAR (LGPD)".
           DISPLAY "NUMERO DA SOLICITACAO...".
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO LGP-NUMERO.
           READ SOLICITACOES
               INVALID KEY
                   DISPLAY "SOLICITACAO NAO ENCONTRADA"
                   CLOSE SOLICITACOES
                   GOBACK
           END-READ.
           IF LGP-SITUACAO NOT EQUAL 'A'
               DISPLAY "SOLICITACAO JA RESPONDIDA EM " LGP-DATA-RESPOSTA
                   " -- A CARTA SERA REEMITIDA"
           END-IF.
           MOVE LGP-CPF TO WRK-CPF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0105-ABRE-AUXILIARES.
           STRING "LGPD-RESPOSTA-" DELIMITED BY SIZE
               LGP-NUMERO DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WRK-CAMINHO-CARTA.
           OPEN OUTPUT CARTAS.
           IF FS-CARTAS NOT EQUAL 00
               MOVE "CARTA NAO FOI ABERTA" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

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
                   MOVE "CONTATOS-TEST.txt" TO WRK-CAMINHO-CONTATOS
                   MOVE "CONSENTIMENTO-TEST.txt" TO
                       WRK-CAMINHO-CONSENTE
                   MOVE "PEDIDOS-TEST.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "FATURAS-TEST.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "LGPD-SOLICITACOES-TEST.txt" TO
                       WRK-CAMINHO-LGPD
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "CONTATOS-DEV.txt" TO WRK-CAMINHO-CONTATOS
                   MOVE "CONSENTIMENTO-DEV.txt" TO
                       WRK-CAMINHO-CONSENTE
                   MOVE "PEDIDOS-DEV.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "LGPD-SOLICITACOES-DEV.txt" TO
                       WRK-CAMINHO-LGPD
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\CONTATOS.txt" TO WRK-CAMINHO-CONTATOS
                   MOVE "\CONSENTIMENTO.txt" TO
                       WRK-CAMINHO-CONSENTE
                   MOVE "\PEDIDOS.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "\LGPD-SOLICITACOES.txt" TO
                       WRK-CAMINHO-LGPD
           END-EVALUATE.

       0105-ABRE-AUXILIARES SECTION.
      *==  ARQUIVO AUXILIAR QUE AINDA NAO EXISTE NAO TEM DADOS DO
      *==  TITULAR -- A SECAO CORRESPONDENTE SAI VAZIA NA CARTA
           OPEN INPUT CONTATOS.
           IF FS-CONTATOS EQUAL 00
               MOVE 'S' TO WRK-TEM-CONTATOS
           END-IF.
           OPEN INPUT CONSENTIMENTO.
           IF FS-CONSENTIMENTO EQUAL 00
               MOVE 'S' TO WRK-TEM-CONSENTE
           END-IF.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS EQUAL 00
               MOVE 'S' TO WRK-TEM-PEDIDOS
           END-IF.
           OPEN INPUT FATURAS.
           IF FS-FATURAS EQUAL 00
               MOVE 'S' TO WRK-TEM-FATURAS
           END-IF.

       0200-PROCESS SECTION.
           PERFORM 0205-GRAVA-CABECALHO.
           MOVE WRK-CPF TO REG-CPF.
           START CLIENTES KEY IS EQUAL TO REG-CPF
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-CLIENTES EQUAL 00
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
                       OR REG-CPF NOT EQUAL WRK-CPF
                   ADD 1 TO WRK-ACUM-CADASTROS
                   PERFORM 0210-GRAVA-CADASTRO
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-IF.
           PERFORM 0260-GRAVA-ENVIOS-BUREAU.
           PERFORM 0270-GRAVA-FECHAMENTO.
           DISPLAY "CARTA GRAVADA EM " WRK-CAMINHO-CARTA.
           DISPLAY "CADASTROS " WRK-ACUM-CADASTROS
               "  CONTATOS " WRK-ACUM-CONTATOS
               "  PEDIDOS " WRK-ACUM-PEDIDOS.
           DISPLAY "FATURAS " WRK-ACUM-FATURAS
               "  ENVIOS AO BUREAU " WRK-ACUM-ENVIOS.
           IF LGP-SITUACAO EQUAL 'A'
               PERFORM 0280-ENCERRA-SOLICITACAO
           END-IF.

       0205-GRAVA-CABECALHO SECTION.
      *==  ENDERECAMENTO DA CARTA MODELO DO ARQ037 COM O PRIMEIRO
      *==  CADASTRO DO CPF; SEM CADASTRO, A CARTA VAI AO TITULAR PELO
      *==  CANAL EM QUE O PEDIDO CHEGOU
           MOVE WRK-CPF TO REG-CPF.
           READ CLIENTES KEY IS REG-CPF
               INVALID KEY
                   MOVE SPACES TO REG-NOME
                   MOVE SPACES TO REG-ENDERECO
           END-READ.
           MOVE ALL "=" TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           IF REG-NOME EQUAL SPACES
               STRING "A(O) TITULAR DO CPF " DELIMITED BY SIZE
                   WRK-CPF DELIMITED BY SIZE
                   INTO REG-CARTA
               WRITE REG-CARTA
           ELSE
               STRING "A(O) SR(A). " DELIMITED BY SIZE
                   FUNCTION TRIM(REG-NOME) DELIMITED BY SIZE
                   INTO REG-CARTA
               WRITE REG-CARTA
               MOVE REG-LOGRADOURO TO REG-CARTA
               WRITE REG-CARTA
               MOVE SPACES TO REG-CARTA
               STRING FUNCTION TRIM(REG-CIDADE) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   REG-UF DELIMITED BY SIZE
                   "  CEP " DELIMITED BY SIZE
                   REG-CEP DELIMITED BY SIZE
                   INTO REG-CARTA
               WRITE REG-CARTA
           END-IF.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "PREZADO(A) TITULAR," TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           EVALUATE LGP-TIPO
               WHEN 'A'
                   MOVE "ACESSO" TO WRK-TIPO-DESC
               WHEN 'C'
                   MOVE "CORRECAO" TO WRK-TIPO-DESC
               WHEN 'P'
                   MOVE "PORTABILIDADE" TO WRK-TIPO-DESC
               WHEN 'E'
                   MOVE "ELIMINACAO" TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE SPACES TO WRK-TIPO-DESC
           END-EVALUATE.
           MOVE SPACES TO REG-CARTA.
           STRING "EM RESPOSTA A SUA SOLICITACAO DE " DELIMITED BY SIZE
               FUNCTION TRIM(WRK-TIPO-DESC) DELIMITED BY SIZE
               " NO " DELIMITED BY SIZE
               LGP-NUMERO DELIMITED BY SIZE
               ", RECEBIDA EM " DELIMITED BY SIZE
               LGP-DATA-RECEBIDA (7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               LGP-DATA-RECEBIDA (5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               LGP-DATA-RECEBIDA (1:4) DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING "INFORMAMOS OS DADOS PESSOAIS QUE GUARDAMOS SOBRE O"
               DELIMITED BY SIZE
               " CPF " DELIMITED BY SIZE
               WRK-CPF DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.

       0210-GRAVA-CADASTRO SECTION.
           MOVE REG-ID TO WRK-ID.
           EVALUATE REG-STATUS
               WHEN 'A'
                   MOVE "ATIVO" TO WRK-STATUS-DESC
               WHEN 'I'
                   MOVE "INATIVO" TO WRK-STATUS-DESC
               WHEN 'L'
                   MOVE "ANONIMIZADO" TO WRK-STATUS-DESC
               WHEN OTHER
                   MOVE REG-STATUS TO WRK-STATUS-DESC
           END-EVALUATE.
           MOVE SPACES TO REG-CARTA.
           STRING "DADOS CADASTRAIS (CLIENTE " DELIMITED BY SIZE
               REG-ID DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING "  NOME.............: " DELIMITED BY SIZE
               REG-NOME DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING "  CPF..............: " DELIMITED BY SIZE
               REG-CPF DELIMITED BY SIZE
               "   CNPJ: " DELIMITED BY SIZE
               REG-CNPJ DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING "  TELEFONE.........: " DELIMITED BY SIZE
               REG-TELEFONE DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING "  EMAIL............: " DELIMITED BY SIZE
               REG-EMAIL DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING "  ENDERECO.........: " DELIMITED BY SIZE
               REG-LOGRADOURO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-CIDADE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-UF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-CEP DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING "  CADASTRADO EM....: " DELIMITED BY SIZE
               REG-DATA-CADASTRO DELIMITED BY SIZE
               "   SITUACAO: " DELIMITED BY SIZE
               WRK-STATUS-DESC DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           IF WRK-TEM-CONTATOS EQUAL 'S'
               PERFORM 0220-GRAVA-CONTATOS
           END-IF.
           IF WRK-TEM-CONSENTE EQUAL 'S'
               PERFORM 0230-GRAVA-CONSENTIMENTO
           END-IF.
           IF WRK-TEM-PEDIDOS EQUAL 'S'
               PERFORM 0240-GRAVA-PEDIDOS
           END-IF.
           IF WRK-TEM-FATURAS EQUAL 'S'
               PERFORM 0250-GRAVA-FATURAS
           END-IF.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.

       0220-GRAVA-CONTATOS SECTION.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID TO CON-ID-CLIENTE.
           MOVE ZEROS TO CON-SEQUENCIA.
           START CONTATOS KEY IS NOT LESS THAN CON-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ CONTATOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF CON-ID-CLIENTE NOT EQUAL WRK-ID
                           MOVE 'S' TO WRK-FIM-GRUPO
                       ELSE
                           ADD 1 TO WRK-ACUM-CONTATOS
                           MOVE SPACES TO REG-CARTA
                           IF CON-TIPO EQUAL 'T'
                               STRING "  CONTATO TELEFONE.: "
                                   DELIMITED BY SIZE
                                   CON-VALOR DELIMITED BY SIZE
                                   INTO REG-CARTA
                           ELSE
                               STRING "  CONTATO EMAIL....: "
                                   DELIMITED BY SIZE
                                   CON-VALOR DELIMITED BY SIZE
                                   INTO REG-CARTA
                           END-IF
                           WRITE REG-CARTA
                       END-IF
               END-READ
           END-PERFORM.

       0230-GRAVA-CONSENTIMENTO SECTION.
           MOVE WRK-ID TO CNS-ID-CLIENTE.
           READ CONSENTIMENTO
               INVALID KEY
                   MOVE "  CONSENTIMENTO....: NAO REGISTRADO"
                       TO REG-CARTA
               NOT INVALID KEY
                   MOVE "NAO" TO WRK-CONSENTE-TEL
                   MOVE "NAO" TO WRK-CONSENTE-EMAIL
                   IF CNS-TELEFONE EQUAL 'S'
                       MOVE "SIM" TO WRK-CONSENTE-TEL
                   END-IF
                   IF CNS-EMAIL EQUAL 'S'
                       MOVE "SIM" TO WRK-CONSENTE-EMAIL
                   END-IF
                   MOVE SPACES TO REG-CARTA
                   STRING "  CONSENTIMENTO....: TELEFONE "
                       DELIMITED BY SIZE
                       WRK-CONSENTE-TEL DELIMITED BY SIZE
                       "  EMAIL " DELIMITED BY SIZE
                       WRK-CONSENTE-EMAIL DELIMITED BY SIZE
                       "  DESDE " DELIMITED BY SIZE
                       CNS-DATA DELIMITED BY SIZE
                       INTO REG-CARTA
           END-READ.
           WRITE REG-CARTA.

       0240-GRAVA-PEDIDOS SECTION.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID TO PED-ID-CLIENTE.
           MOVE ZEROS TO PED-SEQUENCIA.
           START PEDIDOS KEY IS NOT LESS THAN PED-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF PED-ID-CLIENTE NOT EQUAL WRK-ID
                           MOVE 'S' TO WRK-FIM-GRUPO
                       ELSE
                           ADD 1 TO WRK-ACUM-PEDIDOS
                           MOVE PED-VALOR TO WRK-VALOR-EDIT
                           MOVE SPACES TO REG-CARTA
                           STRING "  PEDIDO " DELIMITED BY SIZE
                               PED-SEQUENCIA DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               PED-DATA DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               PED-DESCRICAO DELIMITED BY SIZE
                               WRK-VALOR-EDIT DELIMITED BY SIZE
                               INTO REG-CARTA
                           WRITE REG-CARTA
                       END-IF
               END-READ
           END-PERFORM.

       0250-GRAVA-FATURAS SECTION.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID TO FAT-ID-CLIENTE.
           MOVE ZEROS TO FAT-SEQUENCIA.
           MOVE ZEROS TO FAT-PARCELA.
           START FATURAS KEY IS NOT LESS THAN FAT-CHAVE-PEDIDO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ FATURAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF FAT-ID-CLIENTE NOT EQUAL WRK-ID
                           MOVE 'S' TO WRK-FIM-GRUPO
                       ELSE
                           ADD 1 TO WRK-ACUM-FATURAS
                           PERFORM 0255-GRAVA-FATURA
                       END-IF
               END-READ
           END-PERFORM.

       0255-GRAVA-FATURA SECTION.
           EVALUATE FAT-STATUS
               WHEN 'A'
                   MOVE "EM ABERTO" TO WRK-STATUS-DESC
               WHEN 'P'
                   MOVE "PAGA" TO WRK-STATUS-DESC
               WHEN 'C'
                   MOVE "CANCELADA" TO WRK-STATUS-DESC
               WHEN 'B'
                   MOVE "BAIXADA" TO WRK-STATUS-DESC
               WHEN OTHER
                   MOVE FAT-STATUS TO WRK-STATUS-DESC
           END-EVALUATE.
           MOVE FAT-VALOR TO WRK-VALOR-EDIT.
           MOVE SPACES TO REG-CARTA.
           STRING "  FATURA " DELIMITED BY SIZE
               FAT-NUMERO DELIMITED BY SIZE
               " EMISSAO " DELIMITED BY SIZE
               FAT-DATA-EMISSAO DELIMITED BY SIZE
               " VENCTO " DELIMITED BY SIZE
               FAT-DATA-VENCTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-VALOR-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-STATUS-DESC DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.

       0260-GRAVA-ENVIOS-BUREAU SECTION.
      *==  O ARQUIVO DE ENVIOS GUARDA O CPF MESMO DE CLIENTE JA
      *==  ANONIMIZADO NO CADASTRO -- POR ISSO E LIDO PELO CPF
           OPEN INPUT ENVIADOS.
           IF FS-ENVIADOS EQUAL 00
               READ ENVIADOS
               PERFORM UNTIL FS-ENVIADOS NOT EQUAL 00
                   IF ENV-CPF EQUAL WRK-CPF
                       IF WRK-ACUM-ENVIOS EQUAL ZERO
                           MOVE "ENVIOS AO BUREAU DE CREDITO"
                               TO REG-CARTA
                           WRITE REG-CARTA
                       END-IF
                       ADD 1 TO WRK-ACUM-ENVIOS
                       MOVE SPACES TO REG-CARTA
                       STRING "  CPF ENVIADO EM...: " DELIMITED BY SIZE
                           ENV-DATA DELIMITED BY SIZE
                           INTO REG-CARTA
                       WRITE REG-CARTA
                   END-IF
                   READ ENVIADOS
               END-PERFORM
               CLOSE ENVIADOS
           END-IF.
           IF WRK-ACUM-ENVIOS NOT EQUAL ZERO
               MOVE SPACES TO REG-CARTA
               WRITE REG-CARTA
           END-IF.

       0270-GRAVA-FECHAMENTO SECTION.
           IF WRK-ACUM-CADASTROS EQUAL ZERO
               AND WRK-ACUM-ENVIOS EQUAL ZERO
               MOVE "NAO HA EM NOSSOS ARQUIVOS DADOS PESSOAIS"
                   TO REG-CARTA
               WRITE REG-CARTA
               MOVE "ASSOCIADOS AO CPF INFORMADO."
                   TO REG-CARTA
               WRITE REG-CARTA
               MOVE SPACES TO REG-CARTA
               WRITE REG-CARTA
           END-IF.
           MOVE "OS DADOS SAO TRATADOS PARA O CADASTRO, OS PEDIDOS, O"
               TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "FATURAMENTO E A ANALISE DE CREDITO. PARA CORRECAO OU"
               TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "ELIMINACAO, ENTRE EM CONTATO COM NOSSA CENTRAL DE"
               TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "ATENDIMENTO INFORMANDO O NUMERO DESTA SOLICITACAO."
               TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.

       0280-ENCERRA-SOLICITACAO SECTION.
           DISPLAY "CARTA ENVIADA -- ENCERRA A SOLICITACAO COMO"
               " RESPONDIDA (S/N)...".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
               MOVE 'R' TO LGP-SITUACAO
               MOVE WRK-DATA-HOJE TO LGP-DATA-RESPOSTA
               MOVE WRK-OPERADOR TO LGP-OPERADOR
               REWRITE REG-LGPD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O ENCERRAMENTO"
                   NOT INVALID KEY
                       DISPLAY "SOLICITACAO ENCERRADA"
               END-REWRITE
           ELSE
               DISPLAY "SOLICITACAO MANTIDA EM ABERTO"
           END-IF.

       0300-FINISH SECTION.
           CLOSE CARTAS.
           CLOSE CLIENTES.
           IF WRK-TEM-CONTATOS EQUAL 'S'
               CLOSE CONTATOS
           END-IF.
           IF WRK-TEM-CONSENTE EQUAL 'S'
               CLOSE CONSENTIMENTO
           END-IF.
           IF WRK-TEM-PEDIDOS EQUAL 'S'
               CLOSE PEDIDOS
           END-IF.
           IF WRK-TEM-FATURAS EQUAL 'S'
               CLOSE FATURAS
           END-IF.
           CLOSE SOLICITACOES.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
