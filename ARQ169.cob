       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ169 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: AVISO DE SEGURANCA AO CLIENTE QUANDO O TELEFONE,
      *==            O EMAIL OU O ENDERECO DO CADASTRO E ALTERADO
      *==            (ARQ008, ARQ035, APROVACAO DO ARQ086) -- COMPARA
      *==            CADA IMAGEM DE ALTERACAO DO LOG DE IMAGENS
      *==            (CLIENTES-LOG-IMAGEM.TXT) COM A IMAGEM ANTERIOR
      *==            DO MESMO CLIENTE, COMO NO ARQ078/ARQ152, E AVISA
      *==            NO CONTATO OU ENDERECO ANTIGO: SMS OU EMAIL PELO
      *==            FEED DO PROVEDOR DE MENSAGENS
      *==            (AVISOS-SEGURANCA.CSV, NO FORMATO DO ARQ120) OU
      *==            CARTA NO FORMULARIO DE 80 COLUNAS DA CARTA
      *==            MODELO DO ARQ037 (CARTAS-AVISO-SEGURANCA.TXT);
      *==            RODA NA CADEIA NOTURNA (ARQ036)
      *==  O AVISO DIZ QUAL ITEM MUDOU E QUANDO, MOSTRA DO VALOR NOVO
      *==  SO O FINAL DO TELEFONE, A PRIMEIRA LETRA E O DOMINIO DO
      *==  EMAIL OU A CIDADE/UF DO ENDERECO, E DA O TELEFONE DA
      *==  CENTRAL PARA O CLIENTE QUE NAO RECONHECER A ALTERACAO
      *==  TELEFONE ANTIGO MOVEL (11 DIGITOS, COMO NO ARQ007) RECEBE
      *==  SMS; TELEFONE FIXO VAI POR CARTA AO ENDERECO ANTIGO; EMAIL
      *==  VAI AO EMAIL ANTIGO; ENDERECO VAI POR CARTA AO ENDERECO
      *==  ANTIGO -- SEM CONTATO ANTIGO UTIL O AVISO E SUPRIMIDO
      *==  O AVISO E TRANSACIONAL: NAO DEPENDE DO CONSENTIMENTO DE
      *==  MARKETING (ARQ043)
      *==  NAO GERAM AVISO: A RENUMERACAO EM MASSA DO ARQ058 (IMAGEM
      *==  COM A MESMA DATA/HORA E ID DE UMA LINHA "RENUMERACAO" DO
      *==  LOG DE TRANSACOES), A ANONIMIZACAO DO ARQ042 (STATUS 'L')
      *==  E O PREENCHIMENTO DE CAMPO QUE ESTAVA EM BRANCO (FUSAO DO
      *==  ARQ041)
      *==  A JANELA E DE 7 DIAS CORRIDOS ATE HOJE -- UMA NOITE PERDIDA
      *==  NAO DEIXA ALTERACAO SEM AVISO E TODA ALTERACAO DA JANELA
      *==  GANHA UM REGISTRO DE CONTROLE (AVISOS-SEGURANCA, VIDE
      *==  ASGREG), ENVIADA OU SUPRIMIDA, E NAO E AVISADA DE NOVO; O
      *==  DOSSIE DO CLIENTE (ARQ060) LISTA OS AVISOS NA SECAO 9
      *==  PARAMETRO EM AVISO-SEGURANCA-PARM.TXT (OBRIGATORIO): LINHA
      *==  1 = TELEFONE DA CENTRAL IMPRESSO NO AVISO
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT AVISOS-SEGURANCA ASSIGN TO
               DYNAMIC WRK-CAMINHO-ASG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASG-CHAVE
               FILE STATUS IS FS-ASG.

           SELECT LOG-IMAGENS ASSIGN TO
               "CLIENTES-LOG-IMAGEM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOGIMG.

           SELECT LOG-TRANSACOES ASSIGN TO
               "CLIENTES-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOGTRANS.

           SELECT PARAMETROS ASSIGN TO
               "AVISO-SEGURANCA-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT SORT-WORK ASSIGN TO
               "SORTWORK.TMP".

           SELECT FEED ASSIGN TO
               "AVISOS-SEGURANCA.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FEED.

           SELECT CARTAS ASSIGN TO
               "CARTAS-AVISO-SEGURANCA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTAS.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-AVISOS-SEGURANCA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD AVISOS-SEGURANCA.
       01 REG-ASG.
           COPY ASGREG.

       FD LOG-IMAGENS.
       01 REG-LOG-IMAGEM.
           COPY LOGIMG.

       FD LOG-TRANSACOES.
       01 REG-LOG-TRANSACAO PIC X(80).

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(20).

      *==  TIPO: 1=MARCA DA RENUMERACAO DO ARQ058  2=IMAGEM DO LOG --
      *==  NA MESMA DATA/HORA A MARCA VEM ANTES DA IMAGEM; A
      *==  SEQUENCIA MANTEM A ORDEM DE GRAVACAO DO LOG
       SD SORT-WORK.
       01 SD-ALTERACAO.
           05 SD-ID              PIC 9(07).
           05 SD-TIMESTAMP       PIC X(14).
           05 SD-TIPO            PIC X(01).
           05 SD-SEQUENCIA       PIC 9(09).
           05 SD-OPERACAO        PIC X(01).
           05 SD-REGISTRO        PIC X(144).

       FD FEED.
       01 REG-FEED PIC X(120).

       FD CARTAS.
       01 REG-CARTA PIC X(80).

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.

      *===========RETORNO DA ETAPA PARA A CADEIA (ARQ036)=====
      *==  RETURN-CODE E O STATUS DE SAIDA DO PROCESSO PARA O
      *==  ESCALONADOR; COMO OS PROGRAMAS SAO INITIAL, O ITEM
      *==  EXTERNAL LEVA O MESMO STATUS DE VOLTA AO DRIVER DA
      *==  CADEIA DENTRO DA MESMA EXECUCAO
       01 CADEIA-RETORNO EXTERNAL PIC 9(02).
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-ASG PIC X(30) VALUE SPACES.

       77 FS-ASG PIC 9(02) VALUE ZEROS.
       77 FS-LOGIMG PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-FEED PIC 9(02) VALUE ZEROS.
       77 FS-CARTAS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-TELEFONE-CENTRAL PIC X(20) VALUE SPACES.

      *===========JANELA (DIAS CORRIDOS)======================
       77 WRK-JANELA-AVISO PIC 9(03) VALUE 7.
       77 WRK-DATA-N PIC 9(08) VALUE ZEROS.
       77 WRK-INICIO-JANELA PIC X(08) VALUE SPACES.

      *===========LEITURA DOS LOGS E DO SORT==================
       77 WRK-SEQUENCIA PIC 9(09) VALUE ZEROS.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
       77 WRK-ID-LOG-ALFA PIC X(07) VALUE SPACES.

      *===========IMAGEM ANTERIOR DO CLIENTE CORRENTE=========
       77 WRK-ID-CORRENTE PIC 9(07) VALUE ZEROS.
       77 WRK-TEM-ANTERIOR PIC X(01) VALUE 'N'.
       77 WRK-TS-RENUMERACAO PIC X(14) VALUE SPACES.
       01 WRK-IMAGEM-ANTERIOR.
           COPY CLIREG REPLACING LEADING ==REG-== BY ==ANT-==.
       01 WRK-IMAGEM-ATUAL.
           COPY CLIREG REPLACING LEADING ==REG-== BY ==ATU-==.

      *===========AVISO CORRENTE==============================
      *==  ITEM: T=TELEFONE  E=EMAIL  N=ENDERECO (VIDE ASGREG)
       77 WRK-ITEM PIC X(01) VALUE SPACES.
       77 WRK-ITEM-DESC PIC X(08) VALUE SPACES.
       77 WRK-CANAL PIC X(05) VALUE SPACES.
       77 WRK-DESTINO PIC X(40) VALUE SPACES.
       77 WRK-NOVO-MASCARADO PIC X(30) VALUE SPACES.
       77 WRK-DATA-ALT-EDITADA PIC X(10) VALUE SPACES.
       77 WRK-TEL-TAM PIC 9(02) VALUE ZEROS.
       77 WRK-EMAIL-USUARIO PIC X(30) VALUE SPACES.
       77 WRK-EMAIL-DOMINIO PIC X(30) VALUE SPACES.
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-ID          PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-DATA        PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-ITEM        PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-CANAL       PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-SITUACAO    PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-NOVO        PIC X(30).

      *================ACUMULADORES===================================
       77 WRK-ACUM-IMAGENS PIC 9(07) VALUE ZEROS.
       77 WRK-ACUM-MARCAS PIC 9(07) VALUE ZEROS.
       77 WRK-ACUM-ALTERACOES PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-RENUMERACAO PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ANONIMIZADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-ANTERIOR PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SMS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-EMAIL PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-CARTAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SUPRIMIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-JA-AVISADOS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           PERFORM 0105-LE-PARAMETROS.
           IF WRK-TELEFONE-CENTRAL EQUAL SPACES
               MOVE "TELEFONE DA CENTRAL AUSENTE" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-DATA-N.
           COMPUTE WRK-DATA-N = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-N)
                   - WRK-JANELA-AVISO).
           MOVE WRK-DATA-N TO WRK-INICIO-JANELA.
           OPEN I-O AVISOS-SEGURANCA.
           IF FS-ASG EQUAL 35
               OPEN OUTPUT AVISOS-SEGURANCA
               CLOSE AVISOS-SEGURANCA
               OPEN I-O AVISOS-SEGURANCA
           END-IF.
           IF FS-ASG NOT EQUAL 00
               MOVE "AVISOS-SEGURANCA NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT FEED.
           IF FS-FEED NOT EQUAL 00
               MOVE "FEED NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE "CANAL,DESTINO,NOME,ITEM,NOVO VALOR,DATA,CENTRAL"
               TO REG-FEED.
           WRITE REG-FEED.
           OPEN OUTPUT CARTAS.
           IF FS-CARTAS NOT EQUAL 00
               MOVE "CARTAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING "AVISOS DE SEGURANCA -- " DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               " -- ALTERACOES DE " DELIMITED BY SIZE
               WRK-INICIO-JANELA DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "ID      ALTERADO   ITEM     CANAL SITUACAO  NOVO VALOR"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

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
                   MOVE "AVISOS-SEGURANCA-TEST.txt" TO WRK-CAMINHO-ASG
               WHEN "DEV"
                   MOVE "AVISOS-SEGURANCA-DEV.txt" TO WRK-CAMINHO-ASG
               WHEN OTHER
                   MOVE "\AVISOS-SEGURANCA.txt" TO WRK-CAMINHO-ASG
           END-EVALUATE.

       0105-LE-PARAMETROS SECTION.
      *==  SEM O TELEFONE DA CENTRAL NENHUM AVISO SAI -- O CLIENTE
      *==  PRECISA SABER PARA ONDE LIGAR
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS EQUAL 00
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(REG-PARAMETRO) TO
                           WRK-TELEFONE-CENTRAL
               END-READ
               CLOSE PARAMETROS
           END-IF.

       0200-PROCESS SECTION.
           SORT SORT-WORK
               ASCENDING KEY SD-ID SD-TIMESTAMP SD-TIPO SD-SEQUENCIA
               INPUT PROCEDURE 0210-RELEASE-LOGS
               OUTPUT PROCEDURE 0230-TRATA-ALTERACOES.

       0210-RELEASE-LOGS SECTION.
      *==  TODAS AS IMAGENS DO LOG ENTRAM (A ANTERIOR PODE SER DE
      *==  QUALQUER DATA); DO LOG DE TRANSACOES SO AS LINHAS DE
      *==  RENUMERACAO DO ARQ058 DENTRO DA JANELA
           OPEN INPUT LOG-IMAGENS.
           IF FS-LOGIMG NOT EQUAL 00
               DISPLAY "LOG DE IMAGENS AUSENTE -- NENHUM AVISO"
           ELSE
               READ LOG-IMAGENS
               PERFORM UNTIL FS-LOGIMG NOT EQUAL 00
                   ADD 1 TO WRK-ACUM-IMAGENS
                   ADD 1 TO WRK-SEQUENCIA
                   MOVE IMG-REGISTRO (1:7) TO SD-ID
                   MOVE IMG-TIMESTAMP TO SD-TIMESTAMP
                   MOVE '2' TO SD-TIPO
                   MOVE WRK-SEQUENCIA TO SD-SEQUENCIA
                   MOVE IMG-OPERACAO TO SD-OPERACAO
                   MOVE IMG-REGISTRO TO SD-REGISTRO
                   RELEASE SD-ALTERACAO
                   READ LOG-IMAGENS
               END-PERFORM
               CLOSE LOG-IMAGENS
               PERFORM 0220-RELEASE-RENUMERACOES
           END-IF.

       0220-RELEASE-RENUMERACOES SECTION.
      *==  LINHA DO ARQ058: DATA/HORA (1:14), PROGRAMA (16:8) E
      *==  "RENUMERACAO ID=" COM O ID EM (40:7), A MESMA DATA/HORA
      *==  DA IMAGEM GRAVADA JUNTO
           OPEN INPUT LOG-TRANSACOES.
           IF FS-LOGTRANS EQUAL 00
               READ LOG-TRANSACOES
               PERFORM UNTIL FS-LOGTRANS NOT EQUAL 00
                   IF REG-LOG-TRANSACAO (1:8) NOT < WRK-INICIO-JANELA
                       AND REG-LOG-TRANSACAO (16:6) EQUAL "ARQ058"
                       AND REG-LOG-TRANSACAO (25:15) EQUAL
                           "RENUMERACAO ID="
                       MOVE REG-LOG-TRANSACAO (40:7) TO WRK-ID-LOG-ALFA
                       IF WRK-ID-LOG-ALFA IS NUMERIC
                           ADD 1 TO WRK-ACUM-MARCAS
                           ADD 1 TO WRK-SEQUENCIA
                           MOVE WRK-ID-LOG-ALFA TO SD-ID
                           MOVE REG-LOG-TRANSACAO (1:14) TO
                               SD-TIMESTAMP
                           MOVE '1' TO SD-TIPO
                           MOVE WRK-SEQUENCIA TO SD-SEQUENCIA
                           MOVE SPACES TO SD-OPERACAO
                           MOVE SPACES TO SD-REGISTRO
                           RELEASE SD-ALTERACAO
                       END-IF
                   END-IF
                   READ LOG-TRANSACOES
               END-PERFORM
               CLOSE LOG-TRANSACOES
           END-IF.

       0230-TRATA-ALTERACOES SECTION.
           MOVE ZEROS TO WRK-ID-CORRENTE.
           MOVE 'N' TO WRK-TEM-ANTERIOR.
           RETURN SORT-WORK
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
           PERFORM UNTIL WRK-FIM-SORT EQUAL 'S'
               PERFORM 0240-TRATA-REGISTRO
               RETURN SORT-WORK
                   AT END
                       MOVE 'S' TO WRK-FIM-SORT
               END-RETURN
           END-PERFORM.

       0240-TRATA-REGISTRO SECTION.
           IF SD-ID NOT EQUAL WRK-ID-CORRENTE
               MOVE SD-ID TO WRK-ID-CORRENTE
               MOVE 'N' TO WRK-TEM-ANTERIOR
               MOVE SPACES TO WRK-TS-RENUMERACAO
           END-IF.
           IF SD-TIPO EQUAL '1'
               MOVE SD-TIMESTAMP TO WRK-TS-RENUMERACAO
           ELSE
               EVALUATE SD-OPERACAO
                   WHEN 'E'
                       MOVE 'N' TO WRK-TEM-ANTERIOR
                   WHEN 'I'
                       MOVE 'S' TO WRK-TEM-ANTERIOR
                       MOVE SD-REGISTRO TO WRK-IMAGEM-ANTERIOR
                   WHEN OTHER
                       IF SD-TIMESTAMP (1:8) NOT < WRK-INICIO-JANELA
                           AND SD-TIMESTAMP (1:8) NOT > WRK-DATA-HOJE
                           ADD 1 TO WRK-ACUM-ALTERACOES
                           IF WRK-TEM-ANTERIOR EQUAL 'S'
                               PERFORM 0250-COMPARA-IMAGENS
                           ELSE
                               PERFORM 0245-LISTA-SEM-ANTERIOR
                           END-IF
                       END-IF
                       MOVE 'S' TO WRK-TEM-ANTERIOR
                       MOVE SD-REGISTRO TO WRK-IMAGEM-ANTERIOR
               END-EVALUATE
           END-IF.

       0245-LISTA-SEM-ANTERIOR SECTION.
      *==  IMAGEM ANTERIOR JA ARQUIVADA (ARQ090) OU AUSENTE -- SEM
      *==  ELA NAO HA COMO SABER O QUE MUDOU
           ADD 1 TO WRK-ACUM-SEM-ANTERIOR.
           PERFORM 0255-EDITA-DATA-ALTERACAO.
           MOVE SPACES TO REG-RELATORIO.
           STRING SD-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-DATA-ALT-EDITADA DELIMITED BY SIZE
               " SEM IMAGEM ANTERIOR NO LOG -- NAO COMPARADA"
                   DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0250-COMPARA-IMAGENS SECTION.
           MOVE SD-REGISTRO TO WRK-IMAGEM-ATUAL.
           EVALUATE TRUE
               WHEN SD-TIMESTAMP EQUAL WRK-TS-RENUMERACAO
                   ADD 1 TO WRK-ACUM-RENUMERACAO
               WHEN ATU-STATUS EQUAL 'L'
                   ADD 1 TO WRK-ACUM-ANONIMIZADAS
               WHEN OTHER
                   PERFORM 0255-EDITA-DATA-ALTERACAO
                   IF ATU-TELEFONE NOT EQUAL ANT-TELEFONE
                       AND ANT-TELEFONE NOT EQUAL SPACES
                       MOVE 'T' TO WRK-ITEM
                       PERFORM 0260-EMITE-AVISO
                   END-IF
                   IF ATU-EMAIL NOT EQUAL ANT-EMAIL
                       AND ANT-EMAIL NOT EQUAL SPACES
                       MOVE 'E' TO WRK-ITEM
                       PERFORM 0260-EMITE-AVISO
                   END-IF
                   IF ATU-ENDERECO NOT EQUAL ANT-ENDERECO
                       AND ANT-ENDERECO NOT EQUAL SPACES
                       MOVE 'N' TO WRK-ITEM
                       PERFORM 0260-EMITE-AVISO
                   END-IF
           END-EVALUATE.

       0255-EDITA-DATA-ALTERACAO SECTION.
           MOVE SD-TIMESTAMP (7:2) TO WRK-DATA-ALT-EDITADA (1:2).
           MOVE "/" TO WRK-DATA-ALT-EDITADA (3:1).
           MOVE SD-TIMESTAMP (5:2) TO WRK-DATA-ALT-EDITADA (4:2).
           MOVE "/" TO WRK-DATA-ALT-EDITADA (6:1).
           MOVE SD-TIMESTAMP (1:4) TO WRK-DATA-ALT-EDITADA (7:4).

       0260-EMITE-AVISO SECTION.
      *==  O REGISTRO DE CONTROLE VEM PRIMEIRO -- JA EXISTINDO, A
      *==  ALTERACAO FOI AVISADA EM NOITE ANTERIOR
           PERFORM 0265-ESCOLHE-CANAL.
           PERFORM 0270-MASCARA-VALOR-NOVO.
           MOVE SPACES TO REG-ASG.
           MOVE SD-ID TO ASG-ID-CLIENTE.
           MOVE SD-TIMESTAMP TO ASG-DATA-HORA-ALT.
           MOVE WRK-ITEM TO ASG-ITEM.
           MOVE WRK-DATA-HOJE TO ASG-DATA-AVISO.
           MOVE WRK-CANAL TO ASG-CANAL.
           MOVE WRK-DESTINO TO ASG-DESTINO.
           MOVE WRK-NOVO-MASCARADO TO ASG-NOVO-MASCARADO.
           IF WRK-CANAL EQUAL SPACES
               MOVE 'S' TO ASG-SITUACAO
           ELSE
               MOVE 'E' TO ASG-SITUACAO
           END-IF.
           WRITE REG-ASG
               INVALID KEY
                   ADD 1 TO WRK-ACUM-JA-AVISADOS
               NOT INVALID KEY
                   PERFORM 0275-ENVIA-AVISO
           END-WRITE.

       0265-ESCOLHE-CANAL SECTION.
           MOVE SPACES TO WRK-CANAL.
           MOVE SPACES TO WRK-DESTINO.
           EVALUATE WRK-ITEM
               WHEN 'T'
                   MOVE "TELEFONE" TO WRK-ITEM-DESC
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(ANT-TELEFONE))
                       TO WRK-TEL-TAM
                   IF WRK-TEL-TAM EQUAL 11
                       MOVE "SMS" TO WRK-CANAL
                       MOVE ANT-TELEFONE TO WRK-DESTINO
                   ELSE
                       IF ANT-ENDERECO NOT EQUAL SPACES
                           MOVE "CARTA" TO WRK-CANAL
                           MOVE ANT-ENDERECO TO WRK-DESTINO
                       END-IF
                   END-IF
               WHEN 'E'
                   MOVE "EMAIL" TO WRK-ITEM-DESC
                   MOVE "EMAIL" TO WRK-CANAL
                   MOVE ANT-EMAIL TO WRK-DESTINO
               WHEN OTHER
                   MOVE "ENDERECO" TO WRK-ITEM-DESC
                   MOVE "CARTA" TO WRK-CANAL
                   MOVE ANT-ENDERECO TO WRK-DESTINO
           END-EVALUATE.

       0270-MASCARA-VALOR-NOVO SECTION.
      *==  DO VALOR NOVO O AVISO SO MOSTRA O SUFICIENTE PARA O
      *==  CLIENTE RECONHECER A PROPRIA ALTERACAO
           MOVE SPACES TO WRK-NOVO-MASCARADO.
           EVALUATE WRK-ITEM
               WHEN 'T'
                   IF ATU-TELEFONE EQUAL SPACES
                       MOVE "REMOVIDO" TO WRK-NOVO-MASCARADO
                   ELSE
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(ATU-TELEFONE))
                           TO WRK-TEL-TAM
                       IF WRK-TEL-TAM < 2
                           MOVE 2 TO WRK-TEL-TAM
                       END-IF
                       STRING "TERMINADO EM " DELIMITED BY SIZE
                           ATU-TELEFONE (WRK-TEL-TAM - 1:2)
                               DELIMITED BY SIZE
                           INTO WRK-NOVO-MASCARADO
                   END-IF
               WHEN 'E'
                   IF ATU-EMAIL EQUAL SPACES
                       MOVE "REMOVIDO" TO WRK-NOVO-MASCARADO
                   ELSE
                       MOVE SPACES TO WRK-EMAIL-USUARIO
                       MOVE SPACES TO WRK-EMAIL-DOMINIO
                       UNSTRING ATU-EMAIL DELIMITED BY "@"
                           INTO WRK-EMAIL-USUARIO WRK-EMAIL-DOMINIO
                       END-UNSTRING
                       STRING ATU-EMAIL (1:1) DELIMITED BY SIZE
                           "***@" DELIMITED BY SIZE
                           FUNCTION TRIM(WRK-EMAIL-DOMINIO)
                               DELIMITED BY SIZE
                           INTO WRK-NOVO-MASCARADO
                   END-IF
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN ATU-ENDERECO EQUAL SPACES
                           MOVE "REMOVIDO" TO WRK-NOVO-MASCARADO
                       WHEN ATU-CEP IS NUMERIC
                           STRING "EM " DELIMITED BY SIZE
                               FUNCTION TRIM(ATU-CIDADE)
                                   DELIMITED BY SIZE
                               " - " DELIMITED BY SIZE
                               ATU-UF DELIMITED BY SIZE
                               INTO WRK-NOVO-MASCARADO
                       WHEN OTHER
                           MOVE "NOVO ENDERECO INFORMADO" TO
                               WRK-NOVO-MASCARADO
                   END-EVALUATE
           END-EVALUATE.

       0275-ENVIA-AVISO SECTION.
           EVALUATE WRK-CANAL
               WHEN "SMS"
                   PERFORM 0280-GRAVA-LINHA-FEED
                   ADD 1 TO WRK-ACUM-SMS
               WHEN "EMAIL"
                   PERFORM 0280-GRAVA-LINHA-FEED
                   ADD 1 TO WRK-ACUM-EMAIL
               WHEN "CARTA"
                   PERFORM 0285-GRAVA-CARTA
                   ADD 1 TO WRK-ACUM-CARTAS
               WHEN OTHER
                   ADD 1 TO WRK-ACUM-SUPRIMIDOS
           END-EVALUATE.
           MOVE SD-ID TO WRK-LIN-ID.
           MOVE WRK-DATA-ALT-EDITADA TO WRK-LIN-DATA.
           MOVE WRK-ITEM-DESC TO WRK-LIN-ITEM.
           MOVE WRK-CANAL TO WRK-LIN-CANAL.
           IF ASG-SITUACAO EQUAL 'E'
               MOVE "ENVIADO" TO WRK-LIN-SITUACAO
           ELSE
               MOVE "SUPRIMIDO" TO WRK-LIN-SITUACAO
           END-IF.
           MOVE WRK-NOVO-MASCARADO TO WRK-LIN-NOVO.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0280-GRAVA-LINHA-FEED SECTION.
           MOVE SPACES TO REG-FEED.
           STRING FUNCTION TRIM(WRK-CANAL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WRK-DESTINO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(ATU-NOME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WRK-ITEM-DESC) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WRK-NOVO-MASCARADO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WRK-DATA-ALT-EDITADA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WRK-TELEFONE-CENTRAL) DELIMITED BY SIZE
               INTO REG-FEED.
           WRITE REG-FEED.

       0285-GRAVA-CARTA SECTION.
      *==  ENDERECAMENTO DA CARTA MODELO DO ARQ037 COM O ENDERECO
      *==  ANTIGO -- O NOVO PODE SER JUSTAMENTE O DO FRAUDADOR
           MOVE ALL "=" TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING "A(O) SR(A). " DELIMITED BY SIZE
               FUNCTION TRIM(ANT-NOME) DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE ANT-LOGRADOURO TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING FUNCTION TRIM(ANT-CIDADE) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               ANT-UF DELIMITED BY SIZE
               "  CEP " DELIMITED BY SIZE
               ANT-CEP DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "PREZADO(A) CLIENTE," TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING "EM " DELIMITED BY SIZE
               WRK-DATA-ALT-EDITADA DELIMITED BY SIZE
               " O " DELIMITED BY SIZE
               FUNCTION TRIM(WRK-ITEM-DESC) DELIMITED BY SIZE
               " DO SEU CADASTRO FOI ALTERADO (NOVO " DELIMITED BY SIZE
               FUNCTION TRIM(WRK-ITEM-DESC) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING FUNCTION TRIM(WRK-NOVO-MASCARADO) DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "SE VOCE NAO RECONHECE ESTA ALTERACAO, LIGUE AGORA PARA"
               TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING "NOSSA CENTRAL DE ATENDIMENTO: " DELIMITED BY SIZE
               FUNCTION TRIM(WRK-TELEFONE-CENTRAL) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.

       0300-FINISH SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "SMS: " DELIMITED BY SIZE
               WRK-ACUM-SMS DELIMITED BY SIZE
               "  EMAIL: " DELIMITED BY SIZE
               WRK-ACUM-EMAIL DELIMITED BY SIZE
               "  CARTAS: " DELIMITED BY SIZE
               WRK-ACUM-CARTAS DELIMITED BY SIZE
               "  SUPRIMIDOS: " DELIMITED BY SIZE
               WRK-ACUM-SUPRIMIDOS DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.
           CLOSE CARTAS.
           CLOSE FEED.
           CLOSE AVISOS-SEGURANCA.
           DISPLAY "================================".
           DISPLAY "IMAGENS DO LOG LIDAS.: " WRK-ACUM-IMAGENS.
           DISPLAY "RENUMERACOES ARQ058..: " WRK-ACUM-MARCAS.
           DISPLAY "ALTERACOES NA JANELA.: " WRK-ACUM-ALTERACOES.
           DISPLAY "IGNORADAS (ARQ058)...: " WRK-ACUM-RENUMERACAO.
           DISPLAY "IGNORADAS (ARQ042)...: " WRK-ACUM-ANONIMIZADAS.
           DISPLAY "SEM IMAGEM ANTERIOR..: " WRK-ACUM-SEM-ANTERIOR.
           DISPLAY "AVISOS POR SMS.......: " WRK-ACUM-SMS.
           DISPLAY "AVISOS POR EMAIL.....: " WRK-ACUM-EMAIL.
           DISPLAY "AVISOS POR CARTA.....: " WRK-ACUM-CARTAS.
           DISPLAY "SUPRIMIDOS...........: " WRK-ACUM-SUPRIMIDOS.
           DISPLAY "JA AVISADOS..........: " WRK-ACUM-JA-AVISADOS.
           DISPLAY "FEED EM AVISOS-SEGURANCA.CSV".
           DISPLAY "CARTAS EM CARTAS-AVISO-SEGURANCA.TXT".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           MOVE 8 TO CADEIA-RETORNO.
           GOBACK.
