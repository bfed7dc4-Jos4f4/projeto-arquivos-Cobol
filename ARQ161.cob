       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ161 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO SEMANAL DAS ALTERACOES NAS TABELAS DE
      *==            REFERENCIA (RELATORIO-REFERENCIAS.TXT) -- LE O
      *==            JORNAL DO MODULO ARQ159 E LISTA, DOS ULTIMOS 7
      *==            DIAS (HOJE INCLUSIVE), CADA INCLUSAO, ALTERACAO,
      *==            EXCLUSAO E AUMENTO DE LIMITE ENVIADO A APROVACAO
      *==            COM O OPERADOR E AS IMAGENS DE ANTES E DEPOIS;
      *==            NO FIM TOTALIZA POR TABELA E OPERACAO E POR
      *==            OPERADOR -- AS MUDANCAS DE LIMITE DE CREDITO SAO
      *==            O PONTO DE ATENCAO DA AUDITORIA
      *==  EM TEST (AMBIENTE.TXT) O JORNAL LIDO E O
      *==  REFERENCIAS-JORNAL-TEST.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT JORNAL ASSIGN TO
               DYNAMIC WRK-CAMINHO-JORNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-REFERENCIAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD JORNAL.
       01 REG-JORNAL.
           COPY JRNREG.

       FD RELATORIO.
       01 REG-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-JORNAL PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-JORNAL PIC X(30) VALUE SPACES.

       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.

      *===========PERIODO DO RELATORIO========================
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-INT PIC 9(08) VALUE ZEROS.

      *===========TOTAIS POR TABELA E OPERACAO================
       01 WRK-TAB-TABELAS.
           05 WRK-TAB-ITEM OCCURS 5 TIMES.
               10 WRK-TAB-NOME     PIC X(08).
               10 WRK-TAB-QTDE     PIC 9(05) OCCURS 4 TIMES.
       77 WRK-TAB-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-OPE-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-OPE-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-OPERACOES PIC X(04) VALUE "IAES".

      *===========TOTAIS POR OPERADOR=========================
       01 WRK-TAB-OPERADORES.
           05 WRK-OPR-ITEM OCCURS 100 TIMES.
               10 WRK-OPR-CODIGO   PIC X(04).
               10 WRK-OPR-QTDE     PIC 9(05).
               10 WRK-OPR-LIMITES  PIC 9(05).
       77 WRK-OPR-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-OPR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-OPR-ACHADO PIC X(01) VALUE 'N'.

      *===========LINHA DE TOTAIS=============================
       01 WRK-LINHA-TOTAL.
           05 WRK-LTT-NOME        PIC X(10).
           05 WRK-LTT-COLUNA OCCURS 4 TIMES.
               10 FILLER          PIC X(01).
               10 WRK-LTT-QTDE    PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WRK-LTT-TOTAL       PIC ZZZZZ9.
       77 WRK-QTDE-TABELA PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EDIT PIC ZZZZ9.
       77 WRK-LIMITES-EDIT PIC ZZZZ9.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-PERIODO PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-LIMITES PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           COMPUTE WRK-DIA-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE) - 6.
           COMPUTE WRK-DATA-INICIO =
               FUNCTION DATE-OF-INTEGER (WRK-DIA-INT).
           MOVE "DDD" TO WRK-TAB-NOME (1).
           MOVE "LIMITE" TO WRK-TAB-NOME (2).
           MOVE "CEP" TO WRK-TAB-NOME (3).
           MOVE "FERIADO" TO WRK-TAB-NOME (4).
           MOVE "VENDEDOR" TO WRK-TAB-NOME (5).
           PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1 UNTIL WRK-TAB-IDX > 5
               PERFORM VARYING WRK-OPE-IDX FROM 1 BY 1
                   UNTIL WRK-OPE-IDX > 4
                   MOVE ZEROS TO WRK-TAB-QTDE (WRK-TAB-IDX, WRK-OPE-IDX)
               END-PERFORM
           END-PERFORM.
           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL 00
               MOVE "JORNAL AINDA NAO EXISTE" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING "ALTERACOES NAS TABELAS DE REFERENCIA -- DE "
               DELIMITED BY SIZE
               WRK-DATA-INICIO DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               INTO REG-RELATORIO.
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
                   MOVE "REFERENCIAS-JORNAL-TEST.TXT" TO
                       WRK-CAMINHO-JORNAL
               WHEN OTHER
                   MOVE "REFERENCIAS-JORNAL.TXT" TO WRK-CAMINHO-JORNAL
           END-EVALUATE.

       0200-PROCESS SECTION.
           READ JORNAL.
           PERFORM UNTIL FS-JORNAL NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDAS
               IF JRN-TIMESTAMP (1:8) NOT < WRK-DATA-INICIO
                   AND JRN-TIMESTAMP (1:8) NOT > WRK-DATA-HOJE
                   PERFORM 0210-IMPRIME-ALTERACAO
                   PERFORM 0220-TOTALIZA-TABELA
                   PERFORM 0230-TOTALIZA-OPERADOR
               END-IF
               READ JORNAL
           END-PERFORM.

       0210-IMPRIME-ALTERACAO SECTION.
           ADD 1 TO WRK-ACUM-PERIODO.
           MOVE SPACES TO REG-RELATORIO.
           STRING JRN-TIMESTAMP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRN-TABELA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRN-OPERACAO DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               JRN-OPERADOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRN-PROGRAMA DELIMITED BY SIZE
               " CHAVE=" DELIMITED BY SIZE
               JRN-CHAVE DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF JRN-ANTES NOT EQUAL SPACES
               MOVE SPACES TO REG-RELATORIO
               STRING "      ANTES.. " DELIMITED BY SIZE
                   JRN-ANTES DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           IF JRN-DEPOIS NOT EQUAL SPACES
               MOVE SPACES TO REG-RELATORIO
               STRING "      DEPOIS. " DELIMITED BY SIZE
                   JRN-DEPOIS DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       0220-TOTALIZA-TABELA SECTION.
           MOVE ZEROS TO WRK-OPE-ACHADO.
           PERFORM VARYING WRK-OPE-IDX FROM 1 BY 1
               UNTIL WRK-OPE-IDX > 4
               IF WRK-OPERACOES (WRK-OPE-IDX:1) EQUAL JRN-OPERACAO
                   MOVE WRK-OPE-IDX TO WRK-OPE-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-OPE-ACHADO NOT EQUAL ZEROS
               PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-IDX > 5
                   IF WRK-TAB-NOME (WRK-TAB-IDX) EQUAL JRN-TABELA
                       ADD 1 TO
                           WRK-TAB-QTDE (WRK-TAB-IDX, WRK-OPE-ACHADO)
                   END-IF
               END-PERFORM
           END-IF.
           IF JRN-TABELA EQUAL "LIMITE"
               ADD 1 TO WRK-ACUM-LIMITES
           END-IF.

       0230-TOTALIZA-OPERADOR SECTION.
           MOVE 'N' TO WRK-OPR-ACHADO.
           PERFORM VARYING WRK-OPR-IDX FROM 1 BY 1
               UNTIL WRK-OPR-IDX > WRK-OPR-TOTAL
                   OR WRK-OPR-ACHADO EQUAL 'S'
               IF WRK-OPR-CODIGO (WRK-OPR-IDX) EQUAL JRN-OPERADOR
                   MOVE 'S' TO WRK-OPR-ACHADO
                   ADD 1 TO WRK-OPR-QTDE (WRK-OPR-IDX)
                   IF JRN-TABELA EQUAL "LIMITE"
                       ADD 1 TO WRK-OPR-LIMITES (WRK-OPR-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-OPR-ACHADO EQUAL 'N' AND WRK-OPR-TOTAL < 100
               ADD 1 TO WRK-OPR-TOTAL
               MOVE JRN-OPERADOR TO WRK-OPR-CODIGO (WRK-OPR-TOTAL)
               MOVE 1 TO WRK-OPR-QTDE (WRK-OPR-TOTAL)
               MOVE ZEROS TO WRK-OPR-LIMITES (WRK-OPR-TOTAL)
               IF JRN-TABELA EQUAL "LIMITE"
                   MOVE 1 TO WRK-OPR-LIMITES (WRK-OPR-TOTAL)
               END-IF
           END-IF.

       0300-FINISH SECTION.
           IF WRK-ACUM-PERIODO EQUAL ZERO
               MOVE "NENHUMA ALTERACAO NO PERIODO" TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           PERFORM 0310-IMPRIME-TOTAIS.
           CLOSE JORNAL.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "LINHAS NO JORNAL.....: " WRK-ACUM-LIDAS.
           DISPLAY "ALTERACOES NA SEMANA.: " WRK-ACUM-PERIODO.
           DISPLAY "DE LIMITE DE CREDITO.: " WRK-ACUM-LIMITES.
           DISPLAY "VIDE RELATORIO-REFERENCIAS.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-IMPRIME-TOTAIS SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "TABELA      INCL ALTER  EXCL SOLIC   TOTAL" TO
               REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1 UNTIL WRK-TAB-IDX > 5
               MOVE SPACES TO WRK-LINHA-TOTAL
               MOVE WRK-TAB-NOME (WRK-TAB-IDX) TO WRK-LTT-NOME
               MOVE ZEROS TO WRK-QTDE-TABELA
               PERFORM VARYING WRK-OPE-IDX FROM 1 BY 1
                   UNTIL WRK-OPE-IDX > 4
                   MOVE WRK-TAB-QTDE (WRK-TAB-IDX, WRK-OPE-IDX) TO
                       WRK-LTT-QTDE (WRK-OPE-IDX)
                   ADD WRK-TAB-QTDE (WRK-TAB-IDX, WRK-OPE-IDX) TO
                       WRK-QTDE-TABELA
               END-PERFORM
               MOVE WRK-QTDE-TABELA TO WRK-LTT-TOTAL
               MOVE WRK-LINHA-TOTAL TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "OPERADOR  ALTERACOES  DE LIMITE" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-OPR-IDX FROM 1 BY 1
               UNTIL WRK-OPR-IDX > WRK-OPR-TOTAL
               MOVE WRK-OPR-QTDE (WRK-OPR-IDX) TO WRK-QTDE-EDIT
               MOVE WRK-OPR-LIMITES (WRK-OPR-IDX) TO WRK-LIMITES-EDIT
               MOVE SPACES TO REG-RELATORIO
               STRING WRK-OPR-CODIGO (WRK-OPR-IDX) DELIMITED BY SIZE
                   "           " DELIMITED BY SIZE
                   WRK-QTDE-EDIT DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   WRK-LIMITES-EDIT DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
