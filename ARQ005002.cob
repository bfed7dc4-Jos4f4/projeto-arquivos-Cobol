
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ005002 IS INITIAL PROGRAM.
      *==  EM TEST (AMBIENTE.TXT) A TABELA LIDA E A
      *==  DDD-REFERENCIA-TEST.TXT
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT LOG-ERROS ASSIGN TO
               FILE STATUS IS FS-LOG.

           SELECT DDD-REFERENCIA ASSIGN TO
               DYNAMIC WRK-CAMINHO-DDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DDDREF.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-DDD PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           EVALUATE WRK-AMBIENTE
               WHEN "TEST"
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "DDD-REFERENCIA-TEST.TXT" TO WRK-CAMINHO-DDD
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "DDD-REFERENCIA.TXT" TO WRK-CAMINHO-DDD
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "DDD-REFERENCIA.TXT" TO WRK-CAMINHO-DDD
           END-EVALUATE.

       0105-VERIFICA-ABERTURA SECTION.
