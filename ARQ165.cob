       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ165 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO DIARIO DE PRAZOS DAS SOLICITACOES DO
      *==            TITULAR DE DADOS (LGPD) PARA O ENCARREGADO
      *==            (RELATORIO-LGPD-PRAZOS.TXT) -- LISTA AS
      *==            SOLICITACOES EM ABERTO (LGPD-SOLICITACOES, VIDE
      *==            LGPREG, REGISTRADAS NO ARQ163) JA VENCIDAS OU QUE
      *==            VENCEM NOS PROXIMOS DIAS, COM OS DIAS QUE FALTAM
      *==            OU QUE PASSARAM DA DATA LIMITE; RODA NA CADEIA
      *==            NOTURNA (ARQ036)
      *==  ANTECEDENCIA DO AVISO NA 2A LINHA DE LGPD-PARM.TXT (DIAS,
      *==  PADRAO 3) -- A 1A LINHA E O PRAZO LEGAL USADO NO ARQ163
      *==  SEM O ARQUIVO DE SOLICITACOES O RELATORIO SAI VAZIO
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT SOLICITACOES ASSIGN TO
               DYNAMIC WRK-CAMINHO-LGPD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LGP-NUMERO
               FILE STATUS IS FS-LGPD.

           SELECT PARAMETROS ASSIGN TO
               "LGPD-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-LGPD-PRAZOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD SOLICITACOES.
       01 REG-LGPD.
           COPY LGPREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD RELATORIO.
       01 REG-RELATORIO PIC X(100).

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
       77 WRK-CAMINHO-LGPD PIC X(30) VALUE SPACES.

       77 FS-LGPD PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

      *===========PRAZOS======================================
       77 WRK-DIAS-AVISO PIC 9(03) VALUE 3.
       77 WRK-DIAS-RESTANTES PIC S9(05) VALUE ZEROS.
       77 WRK-TEM-SOLICITACOES PIC X(01) VALUE 'N'.

      *===========LINHA DO RELATORIO==========================
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-NUMERO      PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-CPF         PIC X(11).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-TIPO        PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-CANAL       PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WRK-LIN-RECEBIDA    PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-LIMITE      PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-DIAS        PIC ZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-SITUACAO    PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-OPERADOR    PIC X(04).

      *================ACUMULADORES===================================
       77 WRK-ACUM-ABERTAS PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-A-VENCER PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-VENCIDAS PIC 9(05) VALUE ZEROS.

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
           OPEN INPUT SOLICITACOES.
           IF FS-LGPD EQUAL 00
               MOVE 'S' TO WRK-TEM-SOLICITACOES
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
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
                   MOVE "LGPD-SOLICITACOES-TEST.txt" TO
                       WRK-CAMINHO-LGPD
               WHEN "DEV"
                   MOVE "LGPD-SOLICITACOES-DEV.txt" TO
                       WRK-CAMINHO-LGPD
               WHEN OTHER
                   MOVE "\LGPD-SOLICITACOES.txt" TO
                       WRK-CAMINHO-LGPD
           END-EVALUATE.

       0105-LE-PARAMETROS SECTION.
      *==  A 1A LINHA (PRAZO LEGAL) E LIDA E DESPREZADA
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS EQUAL 00
               READ PARAMETROS
               IF FS-PARAMETROS EQUAL 00
                   READ PARAMETROS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                               COMPUTE WRK-DIAS-AVISO =
                                   FUNCTION NUMVAL(REG-PARAMETRO)
                           END-IF
                   END-READ
               END-IF
               CLOSE PARAMETROS
           END-IF.

       0200-PROCESS SECTION.
           MOVE SPACES TO REG-RELATORIO.
           STRING "SOLICITACOES LGPD -- PRAZOS EM " DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               "  (AVISO COM " DELIMITED BY SIZE
               WRK-DIAS-AVISO DELIMITED BY SIZE
               " DIAS DE ANTECEDENCIA)" DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "NUMERO CPF         TIPO          C  RECEBIDA LIMITE"
               TO REG-RELATORIO.
           MOVE "  DIAS SITUACAO   OPER" TO REG-RELATORIO (53:22).
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WRK-TEM-SOLICITACOES EQUAL 'S'
               READ SOLICITACOES
               PERFORM UNTIL FS-LGPD NOT EQUAL 00
                   IF LGP-SITUACAO EQUAL 'A'
                       ADD 1 TO WRK-ACUM-ABERTAS
                       PERFORM 0210-AVALIA-PRAZO
                   END-IF
                   READ SOLICITACOES
               END-PERFORM
           END-IF.

       0210-AVALIA-PRAZO SECTION.
           COMPUTE WRK-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(LGP-DATA-LIMITE))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WRK-DATA-HOJE)).
           MOVE SPACES TO WRK-LIN-SITUACAO.
           IF WRK-DIAS-RESTANTES < ZERO
               ADD 1 TO WRK-ACUM-VENCIDAS
               MOVE "VENCIDA" TO WRK-LIN-SITUACAO
               COMPUTE WRK-LIN-DIAS = ZERO - WRK-DIAS-RESTANTES
           ELSE
               IF WRK-DIAS-RESTANTES NOT > WRK-DIAS-AVISO
                   ADD 1 TO WRK-ACUM-A-VENCER
                   MOVE "A VENCER" TO WRK-LIN-SITUACAO
                   MOVE WRK-DIAS-RESTANTES TO WRK-LIN-DIAS
               END-IF
           END-IF.
           IF WRK-LIN-SITUACAO NOT EQUAL SPACES
               PERFORM 0220-IMPRIME-SOLICITACAO
           END-IF.

       0220-IMPRIME-SOLICITACAO SECTION.
           MOVE LGP-NUMERO TO WRK-LIN-NUMERO.
           MOVE LGP-CPF TO WRK-LIN-CPF.
           EVALUATE LGP-TIPO
               WHEN 'A'
                   MOVE "ACESSO" TO WRK-LIN-TIPO
               WHEN 'C'
                   MOVE "CORRECAO" TO WRK-LIN-TIPO
               WHEN 'P'
                   MOVE "PORTABILIDADE" TO WRK-LIN-TIPO
               WHEN 'E'
                   MOVE "ELIMINACAO" TO WRK-LIN-TIPO
               WHEN OTHER
                   MOVE LGP-TIPO TO WRK-LIN-TIPO
           END-EVALUATE.
           MOVE LGP-CANAL TO WRK-LIN-CANAL.
           MOVE LGP-DATA-RECEBIDA TO WRK-LIN-RECEBIDA.
           MOVE LGP-DATA-LIMITE TO WRK-LIN-LIMITE.
           MOVE LGP-OPERADOR TO WRK-LIN-OPERADOR.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0300-FINISH SECTION.
           IF WRK-TEM-SOLICITACOES EQUAL 'S'
               CLOSE SOLICITACOES
           END-IF.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "EM ABERTO: " DELIMITED BY SIZE
               WRK-ACUM-ABERTAS DELIMITED BY SIZE
               "  A VENCER: " DELIMITED BY SIZE
               WRK-ACUM-A-VENCER DELIMITED BY SIZE
               "  VENCIDAS: " DELIMITED BY SIZE
               WRK-ACUM-VENCIDAS DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "SOLICITACOES EM ABERTO: " WRK-ACUM-ABERTAS.
           DISPLAY "A VENCER..............: " WRK-ACUM-A-VENCER.
           DISPLAY "VENCIDAS..............: " WRK-ACUM-VENCIDAS.
           DISPLAY "VIDE RELATORIO-LGPD-PRAZOS.TXT".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           MOVE 8 TO CADEIA-RETORNO.
           GOBACK.
