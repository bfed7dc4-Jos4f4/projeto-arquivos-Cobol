      *==            CRUZADA CEP X UF (ARQ033 FUNCAO 'P') E PELO
      *==            LEVANTAMENTO DE DIVERGENCIAS DO ARQ083
      *==  A CHAVE DE MANUTENCAO E UF + CEP INICIAL DA FAIXA
      *==  TODA INCLUSAO, ALTERACAO E EXCLUSAO VAI PARA O JORNAL DE
      *==  REFERENCIAS (MODULO ARQ159) COM O OPERADOR E AS IMAGENS
      *==  DE ANTES E DEPOIS DA LINHA
      *==  EM TEST (AMBIENTE.TXT) A TABELA MANTIDA E A
      *==  CEP-FAIXAS-TEST.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT CEP-FAIXAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-CEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CEPFAIXAS.


       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD CEP-FAIXAS.
       01 REG-CEP-FAIXA.
           COPY CEPREG.
       01 REG-CEP-TMP PIC X(20).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-CEPFAIXAS PIC 9(02) VALUE ZEROS.
       77 FS-CEP-TMP PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CEP PIC X(30) VALUE SPACES.

       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.

      *===========VARIAVEIS DE ENTRADA DE DADOS============
       77 WRK-FAIXA-FIM PIC X(08) VALUE SPACES.
       77 WRK-ACHADO PIC X(01) VALUE 'N'.

      *===========JORNAL DE REFERENCIAS (ARQ159)==============
       01 WRK-JRP-PARAMETROS.
           COPY JRPPRM.
       77 WRK-IMAGEM-ANTES PIC X(50) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-FAIXAS PIC 9(03) VALUE ZEROS.

           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           DISPLAY "MANUTENCAO DA TABELA DE FAIXAS DE CEP".
           PERFORM 0110-LISTA-TABELA.
           DISPLAY "OPERACAO (I=INCLUIR A=ALTERAR E=EXCLUIR)...".
           ACCEPT WRK-OPERACAO.

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
                   MOVE "CEP-FAIXAS-TEST.TXT" TO WRK-CAMINHO-CEP
               WHEN OTHER
                   MOVE "CEP-FAIXAS.TXT" TO WRK-CAMINHO-CEP
           END-EVALUATE.

       0110-LISTA-TABELA SECTION.
           OPEN INPUT CEP-FAIXAS.
           IF FS-CEPFAIXAS NOT EQUAL 00
               MOVE WRK-UF TO CEP-UF
               MOVE WRK-FAIXA-INI TO CEP-FAIXA-INI
               MOVE WRK-FAIXA-FIM TO CEP-FAIXA-FIM
               MOVE REG-CEP-FAIXA TO JRP-DEPOIS
               WRITE REG-CEP-FAIXA
               CLOSE CEP-FAIXAS
               DISPLAY "FAIXA INCLUIDA"
               MOVE 'I' TO JRP-OPERACAO
               MOVE SPACES TO JRP-ANTES
               PERFORM 0290-GRAVA-JORNAL
           END-IF.

       0220-ALTERA-FAIXA SECTION.
           IF WRK-ACHADO EQUAL 'N'
               DISPLAY "FAIXA NAO ENCONTRADA"
           ELSE
               MOVE SPACES TO JRP-DEPOIS
               PERFORM 0270-REESCREVE-TABELA
               DISPLAY "FAIXA ALTERADA"
               MOVE 'A' TO JRP-OPERACAO
               MOVE WRK-IMAGEM-ANTES TO JRP-ANTES
               PERFORM 0290-GRAVA-JORNAL
           END-IF.

       0230-EXCLUI-FAIXA SECTION.
               DISPLAY "FAIXA NAO ENCONTRADA"
           ELSE
               MOVE SPACES TO WRK-FAIXA-FIM
               MOVE SPACES TO JRP-DEPOIS
               PERFORM 0270-REESCREVE-TABELA
               DISPLAY "FAIXA EXCLUIDA"
               MOVE 'E' TO JRP-OPERACAO
               MOVE WRK-IMAGEM-ANTES TO JRP-ANTES
               PERFORM 0290-GRAVA-JORNAL
           END-IF.

       0250-ACEITA-DADOS SECTION.
                   IF CEP-UF EQUAL WRK-UF
                       AND CEP-FAIXA-INI EQUAL WRK-FAIXA-INI
                       MOVE 'S' TO WRK-ACHADO
                       MOVE REG-CEP-FAIXA TO WRK-IMAGEM-ANTES
                   END-IF
                   READ CEP-FAIXAS
               END-PERFORM
                       MOVE WRK-FAIXA-INI TO CEP-FAIXA-INI
                       MOVE WRK-FAIXA-FIM TO CEP-FAIXA-FIM
                       MOVE REG-CEP-FAIXA TO REG-CEP-TMP
                       MOVE REG-CEP-FAIXA TO JRP-DEPOIS
                       WRITE REG-CEP-TMP
                   END-IF
               ELSE
           OPEN OUTPUT CEP-TMP.
           CLOSE CEP-TMP.

       0290-GRAVA-JORNAL SECTION.
      *==  TODA ALTERACAO DA TABELA VAI PARA O JORNAL DE REFERENCIAS
      *==  COM O OPERADOR DA SESSAO E AS IMAGENS DE ANTES E DEPOIS
           MOVE "CEP" TO JRP-TABELA.
           MOVE SPACES TO JRP-OPERADOR.
           MOVE SPACES TO JRP-AMBIENTE.
           MOVE "ARQ082" TO JRP-PROGRAMA.
           MOVE SPACES TO JRP-CHAVE.
           STRING WRK-UF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-FAIXA-INI DELIMITED BY SIZE
               INTO JRP-CHAVE.
           CALL "ARQ159" USING WRK-JRP-PARAMETROS.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".

