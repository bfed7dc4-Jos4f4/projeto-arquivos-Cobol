      *==  FUNCAO (01/01/1601) FOI UMA SEGUNDA-FEIRA
      *==  O MODULO NAO E INITIAL -- O CALENDARIO FICA CARREGADO
      *==  ENTRE AS CHAMADAS DA MESMA EXECUCAO
      *==  EM TEST (AMBIENTE.TXT) A TABELA LIDA E A FERIADOS-TEST.TXT
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

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-FERIADOS PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-FERIADOS PIC X(30) VALUE SPACES.

      *===========CALENDARIO DE FERIADOS (CARGA UNICA)========
       77 WRK-FER-CARREGADO PIC X(01) VALUE 'N'.
       01 WRK-TAB-FERIADOS.
           END-EVALUATE.
           GOBACK.

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

       0110-CARREGA-FERIADOS SECTION.
      *==  SEM O CALENDARIO, SO O FIM DE SEMANA E NAO UTIL -- O
      *==  BATCH NAO PODE PARAR POR FALTA DA TABELA; A CARGA E
      *==  UNICA, COMO A TABELA DE DDD DO ARQ033
           IF WRK-FER-CARREGADO NOT EQUAL 'S'
               MOVE 'S' TO WRK-FER-CARREGADO
               PERFORM 0102-DETERMINA-AMBIENTE
               OPEN INPUT FERIADOS
               IF FS-FERIADOS EQUAL 00
                   READ FERIADOS
