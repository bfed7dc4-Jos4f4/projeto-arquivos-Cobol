      *==  OBJETIVO: CONSULTA DE PEDIDOS DE UM CLIENTE -- LISTA TODOS
      *==            OS PEDIDOS DO ID INFORMADO, COM NOME E TELEFONE
      *==            VINDOS DO CADASTRO
      *==  PEDIDO FATURADO MOSTRA A SITUACAO DA ENTREGA (ENTREGAS, VIDE
      *==  ENTREG): A DESPACHAR, EM TRANSITO, ENTREGUE OU DEVOLVIDA
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT PEDIDOS ASSIGN TO
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS FS-PEDIDOS.

           SELECT ENTREGAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ENTREGAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-CHAVE
               ALTERNATE RECORD KEY IS ENT-RASTREIO
                   WITH DUPLICATES
               FILE STATUS IS FS-ENTREGAS.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-PEDIDOS.
           COPY PEDREG.

       FD ENTREGAS.
       01 REG-ENTREGAS.
           COPY ENTREG.

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ENTREGAS PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-ENTREGAS PIC 9(02) VALUE ZEROS.
       77 WRK-ENTREGAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.

      *===========CRITERIO DE PESQUISA=========================
       77 WRK-ID PIC 9(07) VALUE ZEROS.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-VALOR-EDITADO PIC ZZZZZZ9.99.
       77 WRK-SITUACAO-ENTREGA PIC X(12) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-PEDIDOS PIC 9(05) VALUE ZEROS.
               MOVE "PEDIDOS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT ENTREGAS.
           IF FS-ENTREGAS EQUAL 00
               MOVE 'S' TO WRK-ENTREGAS-ABERTO
           END-IF.
           DISPLAY "DIGITE O ID DO CLIENTE".
           ACCEPT WRK-ID.

                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-TEST.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "ENTREGAS-TEST.txt" TO
                       WRK-CAMINHO-ENTREGAS
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-DEV.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "ENTREGAS-DEV.txt" TO
                       WRK-CAMINHO-ENTREGAS
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "\ENTREGAS.txt" TO
                       WRK-CAMINHO-ENTREGAS
           END-EVALUATE.

       0200-PROCESS SECTION.
           DISPLAY "DESCRICAO...   " PED-DESCRICAO.
           DISPLAY "VALOR.......   " WRK-VALOR-EDITADO.
           DISPLAY "STATUS......   " PED-STATUS.
           IF PED-STATUS EQUAL 'F' AND WRK-ENTREGAS-ABERTO EQUAL 'S'
               PERFORM 0230-EXIBE-ENTREGA
           END-IF.
           DISPLAY "===============================".

       0230-EXIBE-ENTREGA SECTION.
           MOVE PED-CHAVE TO ENT-CHAVE.
           READ ENTREGAS
               INVALID KEY
                   DISPLAY "ENTREGA.....   A DESPACHAR"
               NOT INVALID KEY
                   EVALUATE ENT-STATUS
                       WHEN 'T'
                           MOVE "EM TRANSITO" TO WRK-SITUACAO-ENTREGA
                       WHEN 'E'
                           MOVE "ENTREGUE" TO WRK-SITUACAO-ENTREGA
                       WHEN 'D'
                           MOVE "DEVOLVIDA" TO WRK-SITUACAO-ENTREGA
                       WHEN OTHER
                           MOVE ENT-STATUS TO WRK-SITUACAO-ENTREGA
                   END-EVALUATE
                   DISPLAY "ENTREGA.....   " WRK-SITUACAO-ENTREGA
                       " DESDE " ENT-DATA-STATUS
                   DISPLAY "RASTREIO....   " ENT-TRANSPORTADORA " "
                       ENT-RASTREIO " DESP " ENT-DATA-DESPACHO
           END-READ.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           IF WRK-ENTREGAS-ABERTO EQUAL 'S'
               CLOSE ENTREGAS
           END-IF.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
