      *==    DATA-DE=AAAAMMDD  DATA-ATE=AAAAMMDD
      *==    DELIMITADOR=;   (PADRAO ;)
      *==  FILTRO AUSENTE OU EM BRANCO NAO RESTRINGE
      *==  EM TEST (AMBIENTE.TXT) A TABELA LIDA E A
      *==  EXTRACAO-PARAMETROS-TEST.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT PARAMETROS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PARAMETROS PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
           EVALUATE WRK-AMBIENTE
               WHEN "TEST"
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "EXTRACAO-PARAMETROS-TEST.TXT" TO
                       WRK-CAMINHO-PARAMETROS
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "EXTRACAO-PARAMETROS.TXT" TO
                       WRK-CAMINHO-PARAMETROS
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "EXTRACAO-PARAMETROS.TXT" TO
                       WRK-CAMINHO-PARAMETROS
           END-EVALUATE.

       0110-LE-PARAMETROS SECTION.
