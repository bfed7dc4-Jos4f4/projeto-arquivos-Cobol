      *==            PERMITE INCLUIR E EXCLUIR, NO MESMO MOLDE DA
      *==            TABELA DE DDD (ARQ051); O CALENDARIO E
      *==            CONSULTADO PELO MODULO DE DIAS UTEIS (ARQ092)
      *==  TODA INCLUSAO E EXCLUSAO VAI PARA O JORNAL DE REFERENCIAS
      *==  (MODULO ARQ159) COM O OPERADOR E AS IMAGENS DE ANTES E
      *==  DEPOIS DA LINHA
      *==  EM TEST (AMBIENTE.TXT) A TABELA MANTIDA E A
      *==  FERIADOS-TEST.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT FERIADOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FERIADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FERIADOS.


       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD FERIADOS.
       01 REG-FERIADO.
           COPY FERREG.
       01 REG-FER-TMP PIC X(29).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-FERIADOS PIC 9(02) VALUE ZEROS.
       77 FS-FER-TMP PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-FERIADOS PIC X(30) VALUE SPACES.

       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.

      *===========VALIDACAO VIA MODULO COMUM (ARQ033)==========
       77 WRK-DESCRICAO PIC X(20) VALUE SPACES.
       77 WRK-ACHADO PIC X(01) VALUE 'N'.

      *===========JORNAL DE REFERENCIAS (ARQ159)==============
       01 WRK-JRP-PARAMETROS.
           COPY JRPPRM.
       77 WRK-IMAGEM-ANTES PIC X(50) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-FERIADOS PIC 9(03) VALUE ZEROS.

           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           DISPLAY "MANUTENCAO DO CALENDARIO DE FERIADOS".
           PERFORM 0110-LISTA-TABELA.
           DISPLAY "OPERACAO (I=INCLUIR E=EXCLUIR)...".
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
                   MOVE "FERIADOS-TEST.TXT" TO WRK-CAMINHO-FERIADOS
               WHEN OTHER
                   MOVE "FERIADOS.TXT" TO WRK-CAMINHO-FERIADOS
           END-EVALUATE.

       0110-LISTA-TABELA SECTION.
           OPEN INPUT FERIADOS.
           IF FS-FERIADOS NOT EQUAL 00
               MOVE SPACES TO REG-FERIADO
               MOVE WRK-DATA TO FER-DATA
               MOVE WRK-DESCRICAO TO FER-DESCRICAO
               MOVE REG-FERIADO TO JRP-DEPOIS
               WRITE REG-FERIADO
               CLOSE FERIADOS
               DISPLAY "FERIADO INCLUIDO"
               MOVE 'I' TO JRP-OPERACAO
               MOVE SPACES TO JRP-ANTES
               PERFORM 0290-GRAVA-JORNAL
           END-IF.

       0230-EXCLUI-FERIADO SECTION.
           ELSE
               PERFORM 0270-REESCREVE-TABELA
               DISPLAY "FERIADO EXCLUIDO"
               MOVE 'E' TO JRP-OPERACAO
               MOVE WRK-IMAGEM-ANTES TO JRP-ANTES
               MOVE SPACES TO JRP-DEPOIS
               PERFORM 0290-GRAVA-JORNAL
           END-IF.

       0260-PROCURA-FERIADO SECTION.
                       OR WRK-ACHADO EQUAL 'S'
                   IF FER-DATA EQUAL WRK-DATA
                       MOVE 'S' TO WRK-ACHADO
                       MOVE REG-FERIADO TO WRK-IMAGEM-ANTES
                   END-IF
                   READ FERIADOS
               END-PERFORM
           OPEN OUTPUT FERIADOS-TMP.
           CLOSE FERIADOS-TMP.

       0290-GRAVA-JORNAL SECTION.
      *==  TODA ALTERACAO DA TABELA VAI PARA O JORNAL DE REFERENCIAS
      *==  COM O OPERADOR DA SESSAO E AS IMAGENS DE ANTES E DEPOIS
           MOVE "FERIADO" TO JRP-TABELA.
           MOVE SPACES TO JRP-OPERADOR.
           MOVE SPACES TO JRP-AMBIENTE.
           MOVE "ARQ091" TO JRP-PROGRAMA.
           MOVE WRK-DATA TO JRP-CHAVE.
           CALL "ARQ159" USING WRK-JRP-PARAMETROS.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".

