      *==            NUMERACAO DE TEMPOS EM TEMPOS; A TABELA E USADA
      *==            PELA VALIDACAO (ARQ033) E PELOS RELATORIOS COM
      *==            TOTAIS POR DDD
      *==  TODA INCLUSAO, ALTERACAO E EXCLUSAO VAI PARA O JORNAL DE
      *==  REFERENCIAS (MODULO ARQ159) COM O OPERADOR E AS IMAGENS
      *==  DE ANTES E DEPOIS DA LINHA
      *==  EM TEST (AMBIENTE.TXT) A TABELA MANTIDA E A
      *==  DDD-REFERENCIA-TEST.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT DDD-REFERENCIA ASSIGN TO
               DYNAMIC WRK-CAMINHO-DDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DDDREF.


       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD DDD-REFERENCIA.
       01 REG-DDD-REF.
           COPY DDDREG.
       01 REG-DDD-TMP PIC X(26).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-DDDREF PIC 9(02) VALUE ZEROS.
       77 FS-DDD-TMP PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-DDD PIC X(30) VALUE SPACES.

       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.

      *===========VARIAVEIS DE ENTRADA DE DADOS============
       77 WRK-REGIAO PIC X(20) VALUE SPACES.
       77 WRK-ACHADO PIC X(01) VALUE 'N'.

      *===========JORNAL DE REFERENCIAS (ARQ159)==============
       01 WRK-JRP-PARAMETROS.
           COPY JRPPRM.
       77 WRK-IMAGEM-ANTES PIC X(50) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-CODIGOS PIC 9(03) VALUE ZEROS.

           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           DISPLAY "MANUTENCAO DA TABELA DE REFERENCIA DE DDD".
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
                   MOVE "DDD-REFERENCIA-TEST.TXT" TO WRK-CAMINHO-DDD
               WHEN OTHER
                   MOVE "DDD-REFERENCIA.TXT" TO WRK-CAMINHO-DDD
           END-EVALUATE.

       0110-LISTA-TABELA SECTION.
           OPEN INPUT DDD-REFERENCIA.
           IF FS-DDDREF NOT EQUAL 00
               MOVE WRK-CODIGO TO DDD-CODIGO
               MOVE WRK-UF TO DDD-UF
               MOVE WRK-REGIAO TO DDD-REGIAO
               MOVE REG-DDD-REF TO JRP-DEPOIS
               WRITE REG-DDD-REF
               CLOSE DDD-REFERENCIA
               DISPLAY "CODIGO INCLUIDO"
               MOVE 'I' TO JRP-OPERACAO
               MOVE SPACES TO JRP-ANTES
               PERFORM 0290-GRAVA-JORNAL
           END-IF.

       0220-ALTERA-CODIGO SECTION.
           IF WRK-ACHADO EQUAL 'N'
               DISPLAY "CODIGO NAO ENCONTRADO"
           ELSE
               MOVE SPACES TO JRP-DEPOIS
               PERFORM 0270-REESCREVE-TABELA
               DISPLAY "CODIGO ALTERADO"
               MOVE 'A' TO JRP-OPERACAO
               MOVE WRK-IMAGEM-ANTES TO JRP-ANTES
               PERFORM 0290-GRAVA-JORNAL
           END-IF.

       0230-EXCLUI-CODIGO SECTION.
               DISPLAY "CODIGO NAO ENCONTRADO"
           ELSE
               MOVE SPACES TO WRK-UF
               MOVE SPACES TO JRP-DEPOIS
               PERFORM 0270-REESCREVE-TABELA
               DISPLAY "CODIGO EXCLUIDO"
               MOVE 'E' TO JRP-OPERACAO
               MOVE WRK-IMAGEM-ANTES TO JRP-ANTES
               PERFORM 0290-GRAVA-JORNAL
           END-IF.

       0250-ACEITA-DADOS SECTION.
                       OR WRK-ACHADO EQUAL 'S'
                   IF DDD-CODIGO EQUAL WRK-CODIGO
                       MOVE 'S' TO WRK-ACHADO
                       MOVE REG-DDD-REF TO WRK-IMAGEM-ANTES
                   END-IF
                   READ DDD-REFERENCIA
               END-PERFORM
                       MOVE WRK-UF TO DDD-UF
                       MOVE WRK-REGIAO TO DDD-REGIAO
                       MOVE REG-DDD-REF TO REG-DDD-TMP
                       MOVE REG-DDD-REF TO JRP-DEPOIS
                       WRITE REG-DDD-TMP
                   END-IF
               ELSE
           OPEN OUTPUT DDD-TMP.
           CLOSE DDD-TMP.

       0290-GRAVA-JORNAL SECTION.
      *==  TODA ALTERACAO DA TABELA VAI PARA O JORNAL DE REFERENCIAS
      *==  COM O OPERADOR DA SESSAO E AS IMAGENS DE ANTES E DEPOIS
           MOVE "DDD" TO JRP-TABELA.
           MOVE SPACES TO JRP-OPERADOR.
           MOVE SPACES TO JRP-AMBIENTE.
           MOVE "ARQ051" TO JRP-PROGRAMA.
           MOVE WRK-CODIGO TO JRP-CHAVE.
           CALL "ARQ159" USING WRK-JRP-PARAMETROS.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".

