      *==            PEDIDOS-VENDEDOR-HISTORICO.TXT E SAI DO
      *==            ARQUIVO VIVO -- O SATELITE NAO ACUMULA LINHA
      *==            APONTANDO PARA PEDIDO QUE NAO EXISTE MAIS
      *==  AS LINHAS DO PEDIDO (PEDIDOS-ITENS) SEGUEM O MESMO CAMINHO
      *==  PARA PEDIDOS-ITENS-HISTORICO.TXT
      *==  A CONDICAO DE PAGAMENTO (PEDIDOS-CONDICAO) VAI PARA
      *==  PEDIDOS-CONDICAO-HISTORICO.TXT
      *==  CORTE EM PEDIDOS-ARQUIVO-PARM.TXT (DIAS, PADRAO 365)
      *=================================================================

               RECORD KEY IS PDV-CHAVE
               FILE STATUS IS FS-PDV.

           SELECT PED-CONDICAO ASSIGN TO
               DYNAMIC WRK-CAMINHO-PCP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCP-CHAVE
               FILE STATUS IS FS-PCP.

           SELECT PCP-HISTORICO ASSIGN TO
               "PEDIDOS-CONDICAO-HISTORICO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PCP-HIST.

           SELECT PDV-HISTORICO ASSIGN TO
               "PEDIDOS-VENDEDOR-HISTORICO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PDV-HIST.

           SELECT ITENS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ITENS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITP-CHAVE
               FILE STATUS IS FS-ITENS.

           SELECT ITP-HISTORICO ASSIGN TO
               "PEDIDOS-ITENS-HISTORICO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ITP-HIST.

           SELECT PARAMETROS ASSIGN TO
               "PEDIDOS-ARQUIVO-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 REG-PED-VENDEDOR.
           COPY PDVREG.

       FD PED-CONDICAO.
       01 REG-PED-CONDICAO.
           COPY PCPREG.

       FD PCP-HISTORICO.
       01 REG-PCP-HISTORICO.
           COPY PCPREG REPLACING LEADING ==PCP-== BY ==HCP-==.

       FD PDV-HISTORICO.
       01 REG-PDV-HISTORICO.
           COPY PDVREG REPLACING LEADING ==PDV-== BY ==HDV-==.

       FD ITENS.
       01 REG-ITENS.
           COPY ITPREG.

       FD ITP-HISTORICO.
       01 REG-ITP-HISTORICO.
           COPY ITPREG REPLACING LEADING ==ITP-== BY ==HIT-==.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PDV PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ITENS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PCP PIC X(30) VALUE SPACES.

       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-HISTORICO PIC 9(02) VALUE ZEROS.
       77 FS-PDV PIC 9(02) VALUE ZEROS.
       77 FS-PDV-HIST PIC 9(02) VALUE ZEROS.
       77 WRK-PDV-ABERTO PIC X(01) VALUE 'N'.
       77 FS-PCP PIC 9(02) VALUE ZEROS.
       77 FS-PCP-HIST PIC 9(02) VALUE ZEROS.
       77 WRK-PCP-ABERTO PIC X(01) VALUE 'N'.
       77 FS-ITENS PIC 9(02) VALUE ZEROS.
       77 FS-ITP-HIST PIC 9(02) VALUE ZEROS.
       77 WRK-ITENS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ARQUIVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ITENS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
                   OPEN EXTEND PDV-HISTORICO
               END-IF
           END-IF.
           OPEN I-O PED-CONDICAO.
           IF FS-PCP EQUAL 00
               MOVE 'S' TO WRK-PCP-ABERTO
               OPEN EXTEND PCP-HISTORICO
               IF FS-PCP-HIST EQUAL 35
                   OPEN OUTPUT PCP-HISTORICO
                   CLOSE PCP-HISTORICO
                   OPEN EXTEND PCP-HISTORICO
               END-IF
           END-IF.
           OPEN I-O ITENS.
           IF FS-ITENS EQUAL 00
               MOVE 'S' TO WRK-ITENS-ABERTO
               OPEN EXTEND ITP-HISTORICO
               IF FS-ITP-HIST EQUAL 35
                   OPEN OUTPUT ITP-HISTORICO
                   CLOSE ITP-HISTORICO
                   OPEN EXTEND ITP-HISTORICO
               END-IF
           END-IF.

       0102-DETERMINA-AMBIENTE SECTION.
           OPEN INPUT AMBIENTE.
                   MOVE "PEDIDOS-TEST.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "PEDIDOS-VENDEDOR-TEST.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "PEDIDOS-ITENS-TEST.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "PEDIDOS-CONDICAO-TEST.txt" TO
                       WRK-CAMINHO-PCP
               WHEN "DEV"
                   MOVE "PEDIDOS-DEV.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "PEDIDOS-VENDEDOR-DEV.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "PEDIDOS-ITENS-DEV.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "PEDIDOS-CONDICAO-DEV.txt" TO
                       WRK-CAMINHO-PCP
               WHEN OTHER
                   MOVE "\PEDIDOS.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "\PEDIDOS-VENDEDOR.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "\PEDIDOS-ITENS.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "\PEDIDOS-CONDICAO.txt" TO
                       WRK-CAMINHO-PCP
           END-EVALUATE.

       0105-LE-PARAMETROS SECTION.
               NOT INVALID KEY
                   ADD 1 TO WRK-ACUM-ARQUIVADOS
                   PERFORM 0215-ARQUIVA-VENDEDOR
                   PERFORM 0216-ARQUIVA-CONDICAO
                   PERFORM 0218-ARQUIVA-ITENS
                   PERFORM 0220-GRAVA-LOG-TRANSACAO
           END-DELETE.

               END-READ
           END-IF.

       0216-ARQUIVA-CONDICAO SECTION.
      *==  A CONDICAO DE PAGAMENTO SEGUE O MESMO CAMINHO DO VENDEDOR
           IF WRK-PCP-ABERTO EQUAL 'S'
               MOVE HPD-ID-CLIENTE TO PCP-ID-CLIENTE
               MOVE HPD-SEQUENCIA TO PCP-SEQUENCIA
               READ PED-CONDICAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-PED-CONDICAO TO REG-PCP-HISTORICO
                       WRITE REG-PCP-HISTORICO
                       DELETE PED-CONDICAO
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-READ
           END-IF.

       0218-ARQUIVA-ITENS SECTION.
      *==  AS LINHAS DO PEDIDO VAO JUNTO -- O RANKING DE PRODUTOS LE
      *==  O HISTORICO DE ITENS PARA OS MESES JA EXPURGADOS
           IF WRK-ITENS-ABERTO EQUAL 'S'
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE HPD-ID-CLIENTE TO ITP-ID-CLIENTE
               MOVE HPD-SEQUENCIA TO ITP-SEQUENCIA
               MOVE ZEROS TO ITP-LINHA
               START ITENS KEY IS GREATER THAN ITP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ ITENS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF ITP-ID-CLIENTE EQUAL HPD-ID-CLIENTE
                               AND ITP-SEQUENCIA EQUAL HPD-SEQUENCIA
                               MOVE REG-ITENS TO REG-ITP-HISTORICO
                               WRITE REG-ITP-HISTORICO
                               DELETE ITENS
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WRK-ACUM-ITENS
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO FS-ITENS
           END-IF.

       0220-GRAVA-LOG-TRANSACAO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           OPEN EXTEND LOG-TRANSACOES.
               CLOSE PED-VENDEDOR
               CLOSE PDV-HISTORICO
           END-IF.
           IF WRK-PCP-ABERTO EQUAL 'S'
               CLOSE PED-CONDICAO
               CLOSE PCP-HISTORICO
           END-IF.
           IF WRK-ITENS-ABERTO EQUAL 'S'
               CLOSE ITENS
               CLOSE ITP-HISTORICO
           END-IF.
           DISPLAY "================================".
           DISPLAY "PEDIDOS LIDOS........: " WRK-ACUM-LIDOS.
           DISPLAY "PEDIDOS ARQUIVADOS...: " WRK-ACUM-ARQUIVADOS.
           DISPLAY "ITENS ARQUIVADOS.....: " WRK-ACUM-ITENS.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
