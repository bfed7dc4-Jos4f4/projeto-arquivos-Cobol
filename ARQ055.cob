      *==            CLIENTE (ARQUIVO CREDITO-STATUS, MANTIDO PELO
      *==            ARQ054) -- USADA PELA MESA DE PEDIDOS ANTES DE
      *==            ACEITAR UM PEDIDO GRANDE
      *==  AO LADO DO STATUS DO BUREAU SAI A PONTUACAO INTERNA DO
      *==  CLIENTE (PONTUACAO-CREDITO, REFEITA TODO MES PELO ARQ132)
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT CREDITO ASSIGN TO
               RECORD KEY IS CRD-ID-CLIENTE
               FILE STATUS IS FS-CREDITO.

           SELECT PONTUACAO ASSIGN TO
               DYNAMIC WRK-CAMINHO-PONTUACAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTC-ID-CLIENTE
               FILE STATUS IS FS-PONTUACAO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-CREDITO.
           COPY CRDREG.

       FD PONTUACAO.
       01 REG-PONTUACAO.
           COPY PTCREG.

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CREDITO PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PONTUACAO PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-CREDITO PIC 9(02) VALUE ZEROS.
       77 FS-PONTUACAO PIC 9(02) VALUE ZEROS.
       77 WRK-PONTUACAO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-VALOR-EDITADO PIC ZZZZZZ9.99.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-ID PIC 9(07) VALUE ZEROS.
       77 WRK-STATUS-DESC PIC X(15) VALUE SPACES.
               MOVE "CREDITO-STATUS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PONTUACAO.
           IF FS-PONTUACAO EQUAL 00
               MOVE 'S' TO WRK-PONTUACAO-ABERTO
           END-IF.
           DISPLAY "DIGITE O ID DO CLIENTE".
           ACCEPT WRK-ID.

                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "CREDITO-STATUS-TEST.txt" TO
                       WRK-CAMINHO-CREDITO
                   MOVE "PONTUACAO-CREDITO-TEST.txt" TO
                       WRK-CAMINHO-PONTUACAO
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "CREDITO-STATUS-DEV.txt" TO
                       WRK-CAMINHO-CREDITO
                   MOVE "PONTUACAO-CREDITO-DEV.txt" TO
                       WRK-CAMINHO-PONTUACAO
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\CREDITO-STATUS.txt" TO
                       WRK-CAMINHO-CREDITO
                   MOVE "\PONTUACAO-CREDITO.txt" TO
                       WRK-CAMINHO-PONTUACAO
           END-EVALUATE.

       0200-PROCESS SECTION.
               NOT INVALID KEY
                   DISPLAY "CLIENTE...   " REG-NOME
                   PERFORM 0210-CONSULTA-CREDITO
                   PERFORM 0220-CONSULTA-PONTUACAO
           END-READ.

       0210-CONSULTA-CREDITO SECTION.
                   DISPLAY "DATA DO RETORNO.....   " CRD-DATA
           END-READ.

       0220-CONSULTA-PONTUACAO SECTION.
           IF WRK-PONTUACAO-ABERTO EQUAL 'S'
               MOVE WRK-ID TO PTC-ID-CLIENTE
               READ PONTUACAO
                   INVALID KEY
                       DISPLAY "PONTUACAO INTERNA...   SEM HISTORICO"
                   NOT INVALID KEY
                       DISPLAY "PONTUACAO INTERNA...   " PTC-PONTOS
                           " FAIXA " PTC-FAIXA
                       DISPLAY "ATRASO MEDIO (DIAS).   "
                           PTC-MEDIA-ATRASO
                       MOVE PTC-MAIOR-VENCIDO TO WRK-VALOR-EDITADO
                       DISPLAY "MAIOR VALOR VENCIDO.   "
                           WRK-VALOR-EDITADO
                       DISPLAY "SUSPENSOS/DISPUTAS..   "
                           PTC-QTDE-SUSPENSOS "/" PTC-QTDE-DISPUTAS
                       DISPLAY "DATA DA PONTUACAO...   " PTC-DATA
               END-READ
           ELSE
               DISPLAY "PONTUACAO INTERNA...   NAO CALCULADA"
           END-IF.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CLIENTES.
           CLOSE CREDITO.
           IF WRK-PONTUACAO-ABERTO EQUAL 'S'
               CLOSE PONTUACAO
           END-IF.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
