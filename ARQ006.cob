      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2024
      *==  OBJETIVO: LEITURA DE Q REGITRRO DO ARQUIVO CLIENTES.TXT
      *==  EM TEST (AMBIENTE.TXT) A TABELA LIDA E A
      *==  DDD-REFERENCIA-TEST.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT RELATORIO ASSIGN TO
               FILE STATUS IS FS-CATALOGO.

           SELECT DDD-REFERENCIA ASSIGN TO
               DYNAMIC WRK-CAMINHO-DDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DDDREF.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-DDD PIC X(30) VALUE SPACES.

      *===========CONTROLE DE CHECKPOINT/RESTART==============
       77 WRK-CKPT-ID PIC 9(07) VALUE ZEROS.
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

       0107-LE-CHECKPOINT SECTION.
