       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ140 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: EXPIRACAO NOTURNA DAS COTACOES DE VENDA --
      *==            PERCORRE O ARQUIVO DE COTACOES (VIDE COTREG) E
      *==            MARCA COMO EXPIRADA ('E') TODA COTACAO AINDA
      *==            ABERTA CUJA VALIDADE JA PASSOU; RODA NA CADEIA
      *==            NOTURNA (ARQ036) PARA A MESA DE PEDIDOS (ARQ095)
      *==            E O RELATORIO DE CONVERSAO (ARQ141) VEREM A
      *==            CARTEIRA DE COTACOES ATUALIZADA
      *==  A COTACAO QUE VENCE HOJE AINDA VALE HOJE -- SO EXPIRA NA
      *==  NOITE SEGUINTE; A EXPIRACAO E CARIMBADA COM O OPERADOR
      *==  "LOTE", COMO AS PROPOSTAS DO ARQ132
      *==  SEM ARQUIVO DE COTACOES NAO HA O QUE EXPIRAR E A ETAPA
      *==  TERMINA NORMALMENTE
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT COTACOES ASSIGN TO
               DYNAMIC WRK-CAMINHO-COTACOES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COT-CHAVE
               FILE STATUS IS FS-COTACOES.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD COTACOES.
       01 REG-COTACAO.
           COPY COTREG.

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
       77 WRK-CAMINHO-COTACOES PIC X(30) VALUE SPACES.

       77 FS-COTACOES PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ABERTAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-EXPIRADAS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           OPEN I-O COTACOES.
           IF FS-COTACOES EQUAL 35
               DISPLAY "NENHUMA COTACAO CADASTRADA"
               GOBACK
           END-IF.
           IF FS-COTACOES NOT EQUAL 00
               MOVE "COTACOES NAO FOI ABERTO" TO WRK-MSG-ERRO
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
                   MOVE "COTACOES-TEST.txt" TO WRK-CAMINHO-COTACOES
               WHEN "DEV"
                   MOVE "COTACOES-DEV.txt" TO WRK-CAMINHO-COTACOES
               WHEN OTHER
                   MOVE "\COTACOES.txt" TO WRK-CAMINHO-COTACOES
           END-EVALUATE.

       0200-PROCESS SECTION.
           READ COTACOES.
           PERFORM UNTIL FS-COTACOES NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDAS
               IF COT-STATUS EQUAL 'A'
                   ADD 1 TO WRK-ACUM-ABERTAS
                   IF COT-VALIDADE < WRK-DATA-HOJE
                       PERFORM 0210-EXPIRA-COTACAO
                   END-IF
               END-IF
               READ COTACOES
           END-PERFORM.

       0210-EXPIRA-COTACAO SECTION.
           MOVE 'E' TO COT-STATUS.
           MOVE WRK-DATA-HOJE TO COT-DATA-STATUS.
           MOVE "LOTE" TO COT-OPERADOR.
           REWRITE REG-COTACAO
               INVALID KEY
                   DISPLAY "ERRO AO EXPIRAR COTACAO " COT-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-ACUM-EXPIRADAS
           END-REWRITE.

       0300-FINISH SECTION.
           CLOSE COTACOES.
           DISPLAY "================================".
           DISPLAY "COTACOES LIDAS.......: " WRK-ACUM-LIDAS.
           DISPLAY "ABERTAS..............: " WRK-ACUM-ABERTAS.
           DISPLAY "EXPIRADAS HOJE.......: " WRK-ACUM-EXPIRADAS.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           MOVE 8 TO CADEIA-RETORNO.
           GOBACK.
