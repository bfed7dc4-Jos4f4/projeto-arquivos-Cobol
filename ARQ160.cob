       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ160 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: CONSULTA DO JORNAL DE ALTERACOES DAS TABELAS DE
      *==            REFERENCIA (REFERENCIAS-JORNAL.TXT, GRAVADO PELO
      *==            MODULO ARQ159) -- FILTRA POR TABELA, CHAVE E
      *==            DATA INICIAL E MOSTRA CADA ALTERACAO COM O
      *==            CARIMBO, O OPERADOR, O PROGRAMA E AS IMAGENS DE
      *==            ANTES E DEPOIS; RESPONDE PERGUNTAS COMO "QUEM
      *==            AUMENTOU O LIMITE DESTE CLIENTE E QUANTO ERA"
      *==  FILTRO EM BRANCO = TODOS; A CHAVE DO LIMITE E O ID DO
      *==  CLIENTE COM 7 DIGITOS, A DA FAIXA DE CEP E "UF CEPINICIAL"
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

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD JORNAL.
       01 REG-JORNAL.
           COPY JRNREG.

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-JORNAL PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-JORNAL PIC X(30) VALUE SPACES.

       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.

      *===========FILTROS DA CONSULTA=========================
       77 WRK-TABELA PIC X(08) VALUE SPACES.
       77 WRK-CHAVE PIC X(20) VALUE SPACES.
       77 WRK-DATA-INICIAL PIC X(08) VALUE SPACES.
       77 WRK-OPERACAO-DESC PIC X(10) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-EXIBIDAS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           DISPLAY "CONSULTA DO JORNAL DE TABELAS DE REFERENCIA".
           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL 00
               MOVE "JORNAL AINDA NAO EXISTE" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "TABELA (DDD LIMITE CEP FERIADO VENDEDOR,"
               " ENTER=TODAS)...".
           ACCEPT WRK-TABELA.
           MOVE FUNCTION UPPER-CASE (WRK-TABELA) TO WRK-TABELA.
           DISPLAY "CHAVE (ENTER=TODAS)...".
           ACCEPT WRK-CHAVE.
           MOVE FUNCTION UPPER-CASE (WRK-CHAVE) TO WRK-CHAVE.
           DISPLAY "A PARTIR DE (AAAAMMDD, ENTER=DESDE O INICIO)...".
           ACCEPT WRK-DATA-INICIAL.

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
               IF (WRK-TABELA EQUAL SPACES
                       OR JRN-TABELA EQUAL WRK-TABELA)
                   AND (WRK-CHAVE EQUAL SPACES
                       OR JRN-CHAVE EQUAL WRK-CHAVE)
                   AND (WRK-DATA-INICIAL EQUAL SPACES
                       OR JRN-TIMESTAMP (1:8) NOT < WRK-DATA-INICIAL)
                   PERFORM 0210-EXIBE-ALTERACAO
               END-IF
               READ JORNAL
           END-PERFORM.

       0210-EXIBE-ALTERACAO SECTION.
           ADD 1 TO WRK-ACUM-EXIBIDAS.
           EVALUATE JRN-OPERACAO
               WHEN 'I'
                   MOVE "INCLUSAO" TO WRK-OPERACAO-DESC
               WHEN 'A'
                   MOVE "ALTERACAO" TO WRK-OPERACAO-DESC
               WHEN 'E'
                   MOVE "EXCLUSAO" TO WRK-OPERACAO-DESC
               WHEN 'S'
                   MOVE "SOLICITADA" TO WRK-OPERACAO-DESC
               WHEN OTHER
                   MOVE JRN-OPERACAO TO WRK-OPERACAO-DESC
           END-EVALUATE.
           DISPLAY "===============================".
           DISPLAY JRN-TIMESTAMP " " JRN-TABELA " " WRK-OPERACAO-DESC
               " OP=" JRN-OPERADOR " " JRN-PROGRAMA.
           DISPLAY "CHAVE.......   " JRN-CHAVE.
           DISPLAY "ANTES.......   " JRN-ANTES.
           DISPLAY "DEPOIS......   " JRN-DEPOIS.

       0300-FINISH SECTION.
           CLOSE JORNAL.
           DISPLAY "================================".
           DISPLAY "LINHAS NO JORNAL.....: " WRK-ACUM-LIDAS.
           DISPLAY "ALTERACOES EXIBIDAS..: " WRK-ACUM-EXIBIDAS.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
