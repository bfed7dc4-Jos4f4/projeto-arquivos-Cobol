       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ152 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: TRIAGEM NOTURNA DE PEDIDOS SUSPEITOS -- CRUZA OS
      *==            PEDIDOS DOS ULTIMOS DIAS COM O LOG DE IMAGENS DO
      *==            CADASTRO (CLIENTES-LOG-IMAGEM.TXT) E COM O STATUS
      *==            DO BUREAU (CREDITO-STATUS) PELAS REGRAS DE
      *==            REGRAS-ALERTAS.TXT (VIDE RALREG): CONTATO OU
      *==            ENDERECO ALTERADO POUCO ANTES DE PEDIDO GRANDE,
      *==            PEDIDOS DEMAIS NO MESMO DIA, PEDIDO LOGO DEPOIS
      *==            DA REATIVACAO E PEDIDO DE CLIENTE QUE O BUREAU
      *==            ACABOU DE PASSAR PARA RS/RJ; RODA NA CADEIA
      *==            NOTURNA (ARQ036)
      *==  CADA ACERTO VAI PARA A LISTA DE REVISAO (ALERTAS-FRAUDE,
      *==  VIDE ALFREG, REVISADA NO ARQ153) E PARA O RELATORIO
      *==  RELATORIO-ALERTAS-FRAUDE.TXT; O DE SEVERIDADE ALTA VAI
      *==  TAMBEM PARA ALERTAS-CRITICOS.TXT, O MESMO ARQUIVO DO ARQ049
      *==  A JANELA DE TRIAGEM E DE 7 DIAS CORRIDOS ATE HOJE -- UMA
      *==  NOITE PERDIDA NAO DEIXA PEDIDO SEM TRIAGEM E O MESMO ACERTO
      *==  NAO E GRAVADO DUAS VEZES (CHAVE PEDIDO + REGRA)
      *==  MUDANCA DE CONTATO: TELEFONE, EMAIL OU ENDERECO DIFERENTES
      *==  ENTRE DUAS IMAGENS CONSECUTIVAS DO CLIENTE (COMO NO ARQ078)
      *==  REATIVACAO: STATUS QUE SAI DE 'I' ENTRE DUAS IMAGENS OU
      *==  INCLUSAO DE CLIENTE COM DATA DE CADASTRO ANTERIOR A DA
      *==  IMAGEM (RESTAURACAO DE EXPURGADO PELO ARQ050)
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT PEDIDOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PEDIDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS FS-PEDIDOS.

           SELECT CREDITO ASSIGN TO
               DYNAMIC WRK-CAMINHO-CREDITO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-ID-CLIENTE
               FILE STATUS IS FS-CREDITO.

           SELECT ALERTAS-FRAUDE ASSIGN TO
               DYNAMIC WRK-CAMINHO-ALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALF-CHAVE
               FILE STATUS IS FS-ALF.

           SELECT LOG-IMAGENS ASSIGN TO
               "CLIENTES-LOG-IMAGEM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOGIMG.

           SELECT REGRAS ASSIGN TO
               "REGRAS-ALERTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGRAS.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-ALERTAS-FRAUDE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

           SELECT ALERTAS ASSIGN TO
               "ALERTAS-CRITICOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERTAS.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD PEDIDOS.
       01 REG-PEDIDOS.
           COPY PEDREG.

       FD CREDITO.
       01 REG-CREDITO.
           COPY CRDREG.

       FD ALERTAS-FRAUDE.
       01 REG-ALF.
           COPY ALFREG.

       FD LOG-IMAGENS.
       01 REG-LOG-IMAGEM.
           COPY LOGIMG.

       FD REGRAS.
       01 REG-REGRA.
           COPY RALREG.

       FD RELATORIO.
       01 REG-RELATORIO PIC X(100).

       FD ALERTAS.
       01 REG-ALERTA PIC X(80).

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
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CREDITO PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ALF PIC X(30) VALUE SPACES.

       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-CREDITO PIC 9(02) VALUE ZEROS.
       77 FS-ALF PIC 9(02) VALUE ZEROS.
       77 FS-LOGIMG PIC 9(02) VALUE ZEROS.
       77 FS-REGRAS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 FS-ALERTAS PIC 9(02) VALUE ZEROS.
       77 WRK-CREDITO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-ALERTAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

      *===========REGRAS EM VIGOR (PADRAO OU REGRAS-ALERTAS)==
       01 WRK-TAB-REGRAS.
           05 WRK-RGR-ITEM OCCURS 4 TIMES
               INDEXED BY WRK-RGR-IDX.
               10 WRK-RGR-REGRA      PIC X(02).
               10 WRK-RGR-ATIVA      PIC X(01).
               10 WRK-RGR-DIAS       PIC 9(03).
               10 WRK-RGR-VALOR      PIC 9(07)V99.
               10 WRK-RGR-QTDE       PIC 9(03).
               10 WRK-RGR-SEVERIDADE PIC X(01).
       77 WRK-IDX-CT PIC 9(01) VALUE 1.
       77 WRK-IDX-QD PIC 9(01) VALUE 2.
       77 WRK-IDX-RE PIC 9(01) VALUE 3.
       77 WRK-IDX-BU PIC 9(01) VALUE 4.

      *===========JANELAS (DIAS CORRIDOS)=====================
       77 WRK-JANELA-TRIAGEM PIC 9(03) VALUE 7.
       77 WRK-DIAS-LOG PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-N PIC 9(08) VALUE ZEROS.
       77 WRK-INICIO-TRIAGEM PIC X(08) VALUE SPACES.
       77 WRK-INICIO-LOG PIC X(08) VALUE SPACES.
       77 WRK-INT-PEDIDO PIC 9(08) VALUE ZEROS.
       77 WRK-INT-EVENTO PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ENTRE PIC S9(08) VALUE ZEROS.

      *===========IMAGEM ANTERIOR POR CLIENTE DO LOG==========
      *==  SO OS CLIENTES COM IMAGEM NA JANELA DO LOG SAO SEGUIDOS;
      *==  A PRIMEIRA PASSAGEM DIZ QUAIS SAO
       01 WRK-TAB-IMAGENS.
           05 WRK-IMG-ITEM OCCURS 1000 TIMES
               INDEXED BY WRK-IMG-IDX.
               10 WRK-IMG-ID        PIC 9(07).
               10 WRK-IMG-ANTERIOR  PIC X(01).
               10 WRK-IMG-REGISTRO  PIC X(144).
       77 WRK-IMG-TOTAL PIC 9(04) VALUE ZEROS.
       77 WRK-IMG-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-ID-IMAGEM PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-IMAGEM PIC X(08) VALUE SPACES.
       01 WRK-IMAGEM-ANTERIOR.
           COPY CLIREG REPLACING LEADING ==REG-== BY ==ANT-==.
       01 WRK-IMAGEM-ATUAL.
           COPY CLIREG REPLACING LEADING ==REG-== BY ==ATU-==.

      *===========EVENTOS DO CADASTRO NA JANELA DO LOG========
      *==  TIPO: C=CONTATO OU ENDERECO ALTERADO  R=REATIVACAO
       01 WRK-TAB-EVENTOS.
           05 WRK-EVT-ITEM OCCURS 2000 TIMES
               INDEXED BY WRK-EVT-IDX.
               10 WRK-EVT-ID        PIC 9(07).
               10 WRK-EVT-TIPO      PIC X(01).
               10 WRK-EVT-DATA      PIC X(08).
       77 WRK-EVT-TOTAL PIC 9(04) VALUE ZEROS.
       77 WRK-EVT-TIPO-PROCURA PIC X(01) VALUE SPACES.
       77 WRK-EVT-DATA-ACERTO PIC X(08) VALUE SPACES.

      *===========PEDIDOS DO CLIENTE POR DIA (REGRA QD)=======
       77 WRK-ID-CORRENTE PIC 9(07) VALUE ZEROS.
       01 WRK-TAB-DIAS.
           05 WRK-DIA-ITEM OCCURS 10 TIMES
               INDEXED BY WRK-DIA-IDX.
               10 WRK-DIA-DATA      PIC X(08).
               10 WRK-DIA-QTDE      PIC 9(03).
       77 WRK-DIA-TOTAL PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-QTDE-DIA PIC 9(03) VALUE ZEROS.

      *===========ALERTA CORRENTE=============================
       77 WRK-REGRA PIC X(02) VALUE SPACES.
       77 WRK-SEVERIDADE PIC X(01) VALUE SPACES.
       77 WRK-DETALHE PIC X(40) VALUE SPACES.
       77 WRK-QTDE-EDIT PIC ZZ9.
       77 WRK-VALOR-EDIT PIC ZZZZZZ9.99.
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-ID          PIC 9(07).
           05 FILLER              PIC X(01) VALUE "/".
           05 WRK-LIN-SEQUENCIA   PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-DATA        PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-VALOR       PIC ZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-REGRA       PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-SEVERIDADE  PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-DETALHE     PIC X(40).

      *================ACUMULADORES===================================
       77 WRK-ACUM-IMAGENS PIC 9(07) VALUE ZEROS.
       77 WRK-ACUM-EVENTOS PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-TABELA-CHEIA PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-ACUM-TRIADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-NOVOS PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-JA-GRAVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-CRITICOS PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           PERFORM 0110-CARREGA-REGRAS.
           PERFORM 0120-CALCULA-JANELAS.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS EQUAL 35
               DISPLAY "NENHUM PEDIDO CADASTRADO"
               GOBACK
           END-IF.
           IF FS-PEDIDOS NOT EQUAL 00
               MOVE "PEDIDOS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT CREDITO.
           IF FS-CREDITO EQUAL 00
               MOVE 'S' TO WRK-CREDITO-ABERTO
           END-IF.
           OPEN I-O ALERTAS-FRAUDE.
           IF FS-ALF EQUAL 35
               OPEN OUTPUT ALERTAS-FRAUDE
               CLOSE ALERTAS-FRAUDE
               OPEN I-O ALERTAS-FRAUDE
           END-IF.
           IF FS-ALF NOT EQUAL 00
               MOVE "ALERTAS-FRAUDE NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TRIAGEM DE PEDIDOS SUSPEITOS -- " DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               " -- PEDIDOS DE " DELIMITED BY SIZE
               WRK-INICIO-TRIAGEM DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "CLIENTE/SEQ   DATA          VALOR RG S DETALHE"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0130-LE-LOG-IMAGENS.

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
                   MOVE "PEDIDOS-TEST.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "CREDITO-STATUS-TEST.txt" TO
                       WRK-CAMINHO-CREDITO
                   MOVE "ALERTAS-FRAUDE-TEST.txt" TO
                       WRK-CAMINHO-ALF
               WHEN "DEV"
                   MOVE "PEDIDOS-DEV.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "CREDITO-STATUS-DEV.txt" TO
                       WRK-CAMINHO-CREDITO
                   MOVE "ALERTAS-FRAUDE-DEV.txt" TO
                       WRK-CAMINHO-ALF
               WHEN OTHER
                   MOVE "\PEDIDOS.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "\CREDITO-STATUS.txt" TO
                       WRK-CAMINHO-CREDITO
                   MOVE "\ALERTAS-FRAUDE.txt" TO
                       WRK-CAMINHO-ALF
           END-EVALUATE.

       0110-CARREGA-REGRAS SECTION.
      *==  PADRAO: CONTATO ALTERADO ATE 7 DIAS ANTES DE PEDIDO DE
      *==  1000,00 OU MAIS (ALTA); MAIS DE 3 PEDIDOS NO DIA (MEDIA);
      *==  PEDIDO ATE 3 DIAS DEPOIS DA REATIVACAO (MEDIA); PEDIDO ATE
      *==  30 DIAS DEPOIS DE RS/RJ NO BUREAU (ALTA)
           MOVE "CT" TO WRK-RGR-REGRA (WRK-IDX-CT).
           MOVE 'S' TO WRK-RGR-ATIVA (WRK-IDX-CT).
           MOVE 7 TO WRK-RGR-DIAS (WRK-IDX-CT).
           MOVE 1000 TO WRK-RGR-VALOR (WRK-IDX-CT).
           MOVE ZEROS TO WRK-RGR-QTDE (WRK-IDX-CT).
           MOVE 'A' TO WRK-RGR-SEVERIDADE (WRK-IDX-CT).
           MOVE "QD" TO WRK-RGR-REGRA (WRK-IDX-QD).
           MOVE 'S' TO WRK-RGR-ATIVA (WRK-IDX-QD).
           MOVE ZEROS TO WRK-RGR-DIAS (WRK-IDX-QD).
           MOVE ZEROS TO WRK-RGR-VALOR (WRK-IDX-QD).
           MOVE 3 TO WRK-RGR-QTDE (WRK-IDX-QD).
           MOVE 'M' TO WRK-RGR-SEVERIDADE (WRK-IDX-QD).
           MOVE "RE" TO WRK-RGR-REGRA (WRK-IDX-RE).
           MOVE 'S' TO WRK-RGR-ATIVA (WRK-IDX-RE).
           MOVE 3 TO WRK-RGR-DIAS (WRK-IDX-RE).
           MOVE ZEROS TO WRK-RGR-VALOR (WRK-IDX-RE).
           MOVE ZEROS TO WRK-RGR-QTDE (WRK-IDX-RE).
           MOVE 'M' TO WRK-RGR-SEVERIDADE (WRK-IDX-RE).
           MOVE "BU" TO WRK-RGR-REGRA (WRK-IDX-BU).
           MOVE 'S' TO WRK-RGR-ATIVA (WRK-IDX-BU).
           MOVE 30 TO WRK-RGR-DIAS (WRK-IDX-BU).
           MOVE ZEROS TO WRK-RGR-VALOR (WRK-IDX-BU).
           MOVE ZEROS TO WRK-RGR-QTDE (WRK-IDX-BU).
           MOVE 'A' TO WRK-RGR-SEVERIDADE (WRK-IDX-BU).
           OPEN INPUT REGRAS.
           IF FS-REGRAS EQUAL 00
               READ REGRAS
               PERFORM UNTIL FS-REGRAS NOT EQUAL 00
                   PERFORM 0115-APLICA-REGRA
                   READ REGRAS
               END-PERFORM
               CLOSE REGRAS
           END-IF.
           PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
               UNTIL WRK-RGR-IDX > 4
               DISPLAY "REGRA " WRK-RGR-REGRA (WRK-RGR-IDX)
                   " ATIVA=" WRK-RGR-ATIVA (WRK-RGR-IDX)
                   " DIAS=" WRK-RGR-DIAS (WRK-RGR-IDX)
                   " VALOR=" WRK-RGR-VALOR (WRK-RGR-IDX)
                   " QTDE=" WRK-RGR-QTDE (WRK-RGR-IDX)
                   " SEVERIDADE=" WRK-RGR-SEVERIDADE (WRK-RGR-IDX)
           END-PERFORM.

       0115-APLICA-REGRA SECTION.
      *==  LINHA COM REGRA DESCONHECIDA OU CAMPO NAO NUMERICO E
      *==  IGNORADA -- A REGRA FICA COM O PADRAO
           PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
               UNTIL WRK-RGR-IDX > 4
               IF WRK-RGR-REGRA (WRK-RGR-IDX) EQUAL RAL-REGRA
                   AND RAL-DIAS IS NUMERIC
                   AND RAL-VALOR IS NUMERIC
                   AND RAL-QTDE IS NUMERIC
                   IF RAL-ATIVA EQUAL 'N'
                       MOVE 'N' TO WRK-RGR-ATIVA (WRK-RGR-IDX)
                   ELSE
                       MOVE 'S' TO WRK-RGR-ATIVA (WRK-RGR-IDX)
                   END-IF
                   MOVE RAL-DIAS TO WRK-RGR-DIAS (WRK-RGR-IDX)
                   MOVE RAL-VALOR TO WRK-RGR-VALOR (WRK-RGR-IDX)
                   MOVE RAL-QTDE TO WRK-RGR-QTDE (WRK-RGR-IDX)
                   IF RAL-SEVERIDADE EQUAL 'A'
                       OR RAL-SEVERIDADE EQUAL 'M'
                       MOVE RAL-SEVERIDADE TO
                           WRK-RGR-SEVERIDADE (WRK-RGR-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       0120-CALCULA-JANELAS SECTION.
      *==  O LOG E LIDO DESDE O INICIO DA TRIAGEM MENOS O MAIOR PRAZO
      *==  DAS REGRAS QUE OLHAM PARA TRAS NO CADASTRO (CT E RE)
           MOVE WRK-DATA-HOJE TO WRK-DATA-N.
           COMPUTE WRK-DATA-N = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-N)
                   - WRK-JANELA-TRIAGEM).
           MOVE WRK-DATA-N TO WRK-INICIO-TRIAGEM.
           MOVE WRK-RGR-DIAS (WRK-IDX-CT) TO WRK-DIAS-LOG.
           IF WRK-RGR-DIAS (WRK-IDX-RE) > WRK-DIAS-LOG
               MOVE WRK-RGR-DIAS (WRK-IDX-RE) TO WRK-DIAS-LOG
           END-IF.
           COMPUTE WRK-DATA-N = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-N)
                   - WRK-DIAS-LOG).
           MOVE WRK-DATA-N TO WRK-INICIO-LOG.

       0130-LE-LOG-IMAGENS SECTION.
      *==  PRIMEIRA PASSAGEM: QUEM TEM IMAGEM NA JANELA; SEGUNDA:
      *==  COMPARA CADA IMAGEM DESSES CLIENTES COM A ANTERIOR
           OPEN INPUT LOG-IMAGENS.
           IF FS-LOGIMG NOT EQUAL 00
               DISPLAY "LOG DE IMAGENS AUSENTE -- REGRAS CT/RE SEM BASE"
           ELSE
               READ LOG-IMAGENS
               PERFORM UNTIL FS-LOGIMG NOT EQUAL 00
                   IF IMG-TIMESTAMP (1:8) NOT < WRK-INICIO-LOG
                       PERFORM 0135-REGISTRA-CLIENTE
                   END-IF
                   READ LOG-IMAGENS
               END-PERFORM
               CLOSE LOG-IMAGENS
               OPEN INPUT LOG-IMAGENS
               READ LOG-IMAGENS
               PERFORM UNTIL FS-LOGIMG NOT EQUAL 00
                   ADD 1 TO WRK-ACUM-IMAGENS
                   PERFORM 0140-TRATA-IMAGEM
                   READ LOG-IMAGENS
               END-PERFORM
               CLOSE LOG-IMAGENS
           END-IF.

       0135-REGISTRA-CLIENTE SECTION.
           MOVE IMG-REGISTRO (1:7) TO WRK-ID-IMAGEM.
           PERFORM 0137-PROCURA-CLIENTE.
           IF WRK-IMG-ACHADO NOT EQUAL 'S'
               IF WRK-IMG-TOTAL < 1000
                   ADD 1 TO WRK-IMG-TOTAL
                   MOVE WRK-ID-IMAGEM TO WRK-IMG-ID (WRK-IMG-TOTAL)
                   MOVE 'N' TO WRK-IMG-ANTERIOR (WRK-IMG-TOTAL)
                   MOVE SPACES TO WRK-IMG-REGISTRO (WRK-IMG-TOTAL)
               ELSE
                   ADD 1 TO WRK-ACUM-TABELA-CHEIA
               END-IF
           END-IF.

       0137-PROCURA-CLIENTE SECTION.
           MOVE 'N' TO WRK-IMG-ACHADO.
           PERFORM VARYING WRK-IMG-IDX FROM 1 BY 1
               UNTIL WRK-IMG-IDX > WRK-IMG-TOTAL
                   OR WRK-IMG-ACHADO EQUAL 'S'
               IF WRK-IMG-ID (WRK-IMG-IDX) EQUAL WRK-ID-IMAGEM
                   MOVE 'S' TO WRK-IMG-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-IMG-ACHADO EQUAL 'S'
               SET WRK-IMG-IDX DOWN BY 1
           END-IF.

       0140-TRATA-IMAGEM SECTION.
           MOVE IMG-REGISTRO (1:7) TO WRK-ID-IMAGEM.
           PERFORM 0137-PROCURA-CLIENTE.
           IF WRK-IMG-ACHADO EQUAL 'S'
               MOVE IMG-TIMESTAMP (1:8) TO WRK-DATA-IMAGEM
               MOVE IMG-REGISTRO TO WRK-IMAGEM-ATUAL
               EVALUATE IMG-OPERACAO
                   WHEN 'E'
                       MOVE 'N' TO WRK-IMG-ANTERIOR (WRK-IMG-IDX)
                   WHEN 'I'
                       IF WRK-DATA-IMAGEM NOT < WRK-INICIO-LOG
                           AND ATU-DATA-CADASTRO < WRK-DATA-IMAGEM
                           MOVE 'R' TO WRK-EVT-TIPO-PROCURA
                           PERFORM 0145-REGISTRA-EVENTO
                       END-IF
                       MOVE 'S' TO WRK-IMG-ANTERIOR (WRK-IMG-IDX)
                       MOVE IMG-REGISTRO TO
                           WRK-IMG-REGISTRO (WRK-IMG-IDX)
                   WHEN OTHER
                       IF WRK-IMG-ANTERIOR (WRK-IMG-IDX) EQUAL 'S'
                           AND WRK-DATA-IMAGEM NOT < WRK-INICIO-LOG
                           PERFORM 0142-COMPARA-IMAGENS
                       END-IF
                       MOVE 'S' TO WRK-IMG-ANTERIOR (WRK-IMG-IDX)
                       MOVE IMG-REGISTRO TO
                           WRK-IMG-REGISTRO (WRK-IMG-IDX)
               END-EVALUATE
           END-IF.

       0142-COMPARA-IMAGENS SECTION.
           MOVE WRK-IMG-REGISTRO (WRK-IMG-IDX) TO WRK-IMAGEM-ANTERIOR.
           IF ATU-TELEFONE NOT EQUAL ANT-TELEFONE
               OR ATU-EMAIL NOT EQUAL ANT-EMAIL
               OR ATU-ENDERECO NOT EQUAL ANT-ENDERECO
               MOVE 'C' TO WRK-EVT-TIPO-PROCURA
               PERFORM 0145-REGISTRA-EVENTO
           END-IF.
           IF ANT-STATUS EQUAL 'I' AND ATU-STATUS NOT EQUAL 'I'
               MOVE 'R' TO WRK-EVT-TIPO-PROCURA
               PERFORM 0145-REGISTRA-EVENTO
           END-IF.

       0145-REGISTRA-EVENTO SECTION.
           IF WRK-EVT-TOTAL < 2000
               ADD 1 TO WRK-EVT-TOTAL
               ADD 1 TO WRK-ACUM-EVENTOS
               MOVE WRK-ID-IMAGEM TO WRK-EVT-ID (WRK-EVT-TOTAL)
               MOVE WRK-EVT-TIPO-PROCURA TO
                   WRK-EVT-TIPO (WRK-EVT-TOTAL)
               MOVE WRK-DATA-IMAGEM TO WRK-EVT-DATA (WRK-EVT-TOTAL)
           ELSE
               ADD 1 TO WRK-ACUM-TABELA-CHEIA
           END-IF.

       0200-PROCESS SECTION.
           MOVE ZEROS TO WRK-ID-CORRENTE.
           MOVE ZEROS TO WRK-DIA-TOTAL.
           READ PEDIDOS.
           PERFORM UNTIL FS-PEDIDOS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDOS
               IF PED-ID-CLIENTE NOT EQUAL WRK-ID-CORRENTE
                   MOVE PED-ID-CLIENTE TO WRK-ID-CORRENTE
                   MOVE ZEROS TO WRK-DIA-TOTAL
               END-IF
               IF PED-DATA NOT < WRK-INICIO-TRIAGEM
                   AND PED-DATA NOT > WRK-DATA-HOJE
                   AND PED-STATUS NOT EQUAL 'C'
                   ADD 1 TO WRK-ACUM-TRIADOS
                   PERFORM 0210-TRIA-PEDIDO
               END-IF
               READ PEDIDOS
           END-PERFORM.

       0210-TRIA-PEDIDO SECTION.
           MOVE PED-DATA TO WRK-DATA-N.
           COMPUTE WRK-INT-PEDIDO = FUNCTION INTEGER-OF-DATE
               (WRK-DATA-N).
           IF WRK-RGR-ATIVA (WRK-IDX-QD) EQUAL 'S'
               PERFORM 0220-REGRA-QUANTIDADE
           END-IF.
           IF WRK-RGR-ATIVA (WRK-IDX-CT) EQUAL 'S'
               AND PED-VALOR NOT < WRK-RGR-VALOR (WRK-IDX-CT)
               MOVE 'C' TO WRK-EVT-TIPO-PROCURA
               MOVE WRK-RGR-DIAS (WRK-IDX-CT) TO WRK-DIAS-LOG
               PERFORM 0230-PROCURA-EVENTO
               IF WRK-EVT-DATA-ACERTO NOT EQUAL SPACES
                   MOVE "CT" TO WRK-REGRA
                   MOVE WRK-RGR-SEVERIDADE (WRK-IDX-CT) TO
                       WRK-SEVERIDADE
                   MOVE SPACES TO WRK-DETALHE
                   STRING "CONTATO/ENDERECO ALTERADO EM "
                       DELIMITED BY SIZE
                       WRK-EVT-DATA-ACERTO DELIMITED BY SIZE
                       INTO WRK-DETALHE
                   PERFORM 0250-REGISTRA-ALERTA
               END-IF
           END-IF.
           IF WRK-RGR-ATIVA (WRK-IDX-RE) EQUAL 'S'
               AND PED-VALOR NOT < WRK-RGR-VALOR (WRK-IDX-RE)
               MOVE 'R' TO WRK-EVT-TIPO-PROCURA
               MOVE WRK-RGR-DIAS (WRK-IDX-RE) TO WRK-DIAS-LOG
               PERFORM 0230-PROCURA-EVENTO
               IF WRK-EVT-DATA-ACERTO NOT EQUAL SPACES
                   MOVE "RE" TO WRK-REGRA
                   MOVE WRK-RGR-SEVERIDADE (WRK-IDX-RE) TO
                       WRK-SEVERIDADE
                   MOVE SPACES TO WRK-DETALHE
                   STRING "CLIENTE REATIVADO EM " DELIMITED BY SIZE
                       WRK-EVT-DATA-ACERTO DELIMITED BY SIZE
                       INTO WRK-DETALHE
                   PERFORM 0250-REGISTRA-ALERTA
               END-IF
           END-IF.
           IF WRK-RGR-ATIVA (WRK-IDX-BU) EQUAL 'S'
               AND WRK-CREDITO-ABERTO EQUAL 'S'
               AND PED-VALOR NOT < WRK-RGR-VALOR (WRK-IDX-BU)
               PERFORM 0240-REGRA-BUREAU
           END-IF.

       0220-REGRA-QUANTIDADE SECTION.
      *==  O ACERTO CAI NO PEDIDO QUE PASSA DO LIMITE DO DIA -- OS
      *==  SEGUINTES DO MESMO DIA NAO REPETEM O ALERTA
           MOVE 'N' TO WRK-DIA-ACHADO.
           PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
               UNTIL WRK-DIA-IDX > WRK-DIA-TOTAL
                   OR WRK-DIA-ACHADO EQUAL 'S'
               IF WRK-DIA-DATA (WRK-DIA-IDX) EQUAL PED-DATA
                   MOVE 'S' TO WRK-DIA-ACHADO
                   ADD 1 TO WRK-DIA-QTDE (WRK-DIA-IDX)
                   MOVE WRK-DIA-QTDE (WRK-DIA-IDX) TO WRK-QTDE-DIA
               END-IF
           END-PERFORM.
           IF WRK-DIA-ACHADO NOT EQUAL 'S'
               MOVE 1 TO WRK-QTDE-DIA
               IF WRK-DIA-TOTAL < 10
                   ADD 1 TO WRK-DIA-TOTAL
                   MOVE PED-DATA TO WRK-DIA-DATA (WRK-DIA-TOTAL)
                   MOVE 1 TO WRK-DIA-QTDE (WRK-DIA-TOTAL)
               END-IF
           END-IF.
           IF WRK-QTDE-DIA EQUAL WRK-RGR-QTDE (WRK-IDX-QD) + 1
               MOVE "QD" TO WRK-REGRA
               MOVE WRK-RGR-SEVERIDADE (WRK-IDX-QD) TO WRK-SEVERIDADE
               MOVE WRK-QTDE-DIA TO WRK-QTDE-EDIT
               MOVE SPACES TO WRK-DETALHE
               STRING WRK-QTDE-EDIT DELIMITED BY SIZE
                   " PEDIDOS NO DIA " DELIMITED BY SIZE
                   PED-DATA DELIMITED BY SIZE
                   INTO WRK-DETALHE
               PERFORM 0250-REGISTRA-ALERTA
           END-IF.

       0230-PROCURA-EVENTO SECTION.
      *==  EVENTO DO TIPO PEDIDO NO MESMO CLIENTE, NO DIA DO PEDIDO
      *==  OU ATE N DIAS ANTES DELE -- FICA O MAIS RECENTE
           MOVE SPACES TO WRK-EVT-DATA-ACERTO.
           PERFORM VARYING WRK-EVT-IDX FROM 1 BY 1
               UNTIL WRK-EVT-IDX > WRK-EVT-TOTAL
               IF WRK-EVT-ID (WRK-EVT-IDX) EQUAL PED-ID-CLIENTE
                   AND WRK-EVT-TIPO (WRK-EVT-IDX) EQUAL
                       WRK-EVT-TIPO-PROCURA
                   AND WRK-EVT-DATA (WRK-EVT-IDX) NOT > PED-DATA
                   MOVE WRK-EVT-DATA (WRK-EVT-IDX) TO WRK-DATA-N
                   COMPUTE WRK-INT-EVENTO = FUNCTION INTEGER-OF-DATE
                       (WRK-DATA-N)
                   COMPUTE WRK-DIAS-ENTRE =
                       WRK-INT-PEDIDO - WRK-INT-EVENTO
                   IF WRK-DIAS-ENTRE NOT > WRK-DIAS-LOG
                       MOVE WRK-EVT-DATA (WRK-EVT-IDX) TO
                           WRK-EVT-DATA-ACERTO
                   END-IF
               END-IF
           END-PERFORM.

       0240-REGRA-BUREAU SECTION.
           MOVE PED-ID-CLIENTE TO CRD-ID-CLIENTE.
           READ CREDITO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (CRD-STATUS EQUAL "RS" OR CRD-STATUS EQUAL "RJ")
                       AND CRD-DATA IS NUMERIC
                       AND CRD-DATA NOT > PED-DATA
                       MOVE CRD-DATA TO WRK-DATA-N
                       COMPUTE WRK-INT-EVENTO = FUNCTION INTEGER-OF-DATE
                           (WRK-DATA-N)
                       COMPUTE WRK-DIAS-ENTRE =
                           WRK-INT-PEDIDO - WRK-INT-EVENTO
                       IF WRK-DIAS-ENTRE NOT > WRK-RGR-DIAS (WRK-IDX-BU)
                           MOVE "BU" TO WRK-REGRA
                           MOVE WRK-RGR-SEVERIDADE (WRK-IDX-BU) TO
                               WRK-SEVERIDADE
                           MOVE SPACES TO WRK-DETALHE
                           STRING "BUREAU " DELIMITED BY SIZE
                               CRD-STATUS DELIMITED BY SIZE
                               " DESDE " DELIMITED BY SIZE
                               CRD-DATA DELIMITED BY SIZE
                               INTO WRK-DETALHE
                           PERFORM 0250-REGISTRA-ALERTA
                       END-IF
                   END-IF
           END-READ.

       0250-REGISTRA-ALERTA SECTION.
           MOVE SPACES TO REG-ALF.
           MOVE PED-ID-CLIENTE TO ALF-ID-CLIENTE.
           MOVE PED-SEQUENCIA TO ALF-SEQUENCIA.
           MOVE WRK-REGRA TO ALF-REGRA.
           MOVE WRK-DATA-HOJE TO ALF-DATA-ALERTA.
           MOVE PED-DATA TO ALF-DATA-PEDIDO.
           MOVE PED-VALOR TO ALF-VALOR.
           MOVE WRK-SEVERIDADE TO ALF-SEVERIDADE.
           MOVE WRK-DETALHE TO ALF-DETALHE.
           MOVE 'A' TO ALF-SITUACAO.
           WRITE REG-ALF
               INVALID KEY
                   ADD 1 TO WRK-ACUM-JA-GRAVADOS
               NOT INVALID KEY
                   ADD 1 TO WRK-ACUM-NOVOS
                   PERFORM 0260-LISTA-ALERTA
                   IF WRK-SEVERIDADE EQUAL 'A'
                       PERFORM 0270-ALERTA-CRITICO
                   END-IF
           END-WRITE.

       0260-LISTA-ALERTA SECTION.
           MOVE PED-ID-CLIENTE TO WRK-LIN-ID.
           MOVE PED-SEQUENCIA TO WRK-LIN-SEQUENCIA.
           MOVE PED-DATA TO WRK-LIN-DATA.
           MOVE PED-VALOR TO WRK-LIN-VALOR.
           MOVE WRK-REGRA TO WRK-LIN-REGRA.
           MOVE WRK-SEVERIDADE TO WRK-LIN-SEVERIDADE.
           MOVE WRK-DETALHE TO WRK-LIN-DETALHE.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0270-ALERTA-CRITICO SECTION.
           IF WRK-ALERTAS-ABERTO NOT EQUAL 'S'
               OPEN EXTEND ALERTAS
               IF FS-ALERTAS EQUAL 35
                   OPEN OUTPUT ALERTAS
                   CLOSE ALERTAS
                   OPEN EXTEND ALERTAS
               END-IF
               MOVE 'S' TO WRK-ALERTAS-ABERTO
           END-IF.
           ADD 1 TO WRK-ACUM-CRITICOS.
           MOVE PED-VALOR TO WRK-VALOR-EDIT.
           MOVE SPACES TO REG-ALERTA.
           STRING "*** ALERTA -- PEDIDO SUSPEITO " DELIMITED BY SIZE
               PED-ID-CLIENTE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               PED-SEQUENCIA DELIMITED BY SIZE
               " R$ " DELIMITED BY SIZE
               WRK-VALOR-EDIT DELIMITED BY SIZE
               " REGRA " DELIMITED BY SIZE
               WRK-REGRA DELIMITED BY SIZE
               INTO REG-ALERTA.
           WRITE REG-ALERTA.
           MOVE SPACES TO REG-ALERTA.
           STRING "    " DELIMITED BY SIZE
               WRK-DETALHE DELIMITED BY SIZE
               " -- REVISAR NO ARQ153" DELIMITED BY SIZE
               INTO REG-ALERTA.
           WRITE REG-ALERTA.

       0300-FINISH SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PEDIDOS NA JANELA: " DELIMITED BY SIZE
               WRK-ACUM-TRIADOS DELIMITED BY SIZE
               "  ALERTAS NOVOS: " DELIMITED BY SIZE
               WRK-ACUM-NOVOS DELIMITED BY SIZE
               "  CRITICOS: " DELIMITED BY SIZE
               WRK-ACUM-CRITICOS DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.
           CLOSE PEDIDOS.
           CLOSE ALERTAS-FRAUDE.
           IF WRK-CREDITO-ABERTO EQUAL 'S'
               CLOSE CREDITO
           END-IF.
           IF WRK-ALERTAS-ABERTO EQUAL 'S'
               CLOSE ALERTAS
           END-IF.
           DISPLAY "================================".
           DISPLAY "IMAGENS DO LOG LIDAS.: " WRK-ACUM-IMAGENS.
           DISPLAY "EVENTOS DO CADASTRO..: " WRK-ACUM-EVENTOS.
           IF WRK-ACUM-TABELA-CHEIA > ZERO
               DISPLAY "FORA DAS TABELAS.....: " WRK-ACUM-TABELA-CHEIA
           END-IF.
           DISPLAY "PEDIDOS LIDOS........: " WRK-ACUM-LIDOS.
           DISPLAY "PEDIDOS NA JANELA....: " WRK-ACUM-TRIADOS.
           DISPLAY "ALERTAS NOVOS........: " WRK-ACUM-NOVOS.
           DISPLAY "JA NA LISTA..........: " WRK-ACUM-JA-GRAVADOS.
           DISPLAY "CRITICOS.............: " WRK-ACUM-CRITICOS.
           IF WRK-ACUM-CRITICOS > ZERO
               DISPLAY "VIDE ALERTAS-CRITICOS.TXT"
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           MOVE 8 TO CADEIA-RETORNO.
           GOBACK.
