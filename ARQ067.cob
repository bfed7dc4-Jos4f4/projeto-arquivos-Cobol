      *==  INATIVOS, COM ENDERECO NAO ESTRUTURADO OU PRESENTES NA
      *==  LISTA DE CORRESPONDENCIA DEVOLVIDA
      *==  (ENDERECOS-DEVOLVIDOS.TXT) FICAM DE FORA E SAO TOTALIZADOS
      *==  FATURA PARCELADA ENTRA NA CARTA PARCELA A PARCELA, CADA UMA
      *==  COM O SEU VENCIMENTO (NUMERO/PARCELA, VIDE FATREG)
      *==  FATURA EM DISPUTA (RECLAMACAO DE COBRANCA ABERTA NO ARQ073,
      *==  VIDE DSPREG) NAO ENTRA NA CARTA NEM NO TOTAL DEVIDO
      *==  FATURA ENVIADA A AGENCIA DE COBRANCA E AINDA EM COBRANCA LA
      *==  (ARQ122, VIDE CEXREG) TAMBEM FICA DE FORA -- DEVOLVIDA PELA
      *==  AGENCIA, VOLTA PARA A CARTA
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT FATURAS ASSIGN TO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT DISPUTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-DISPUTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-FAT-NUMERO
               ALTERNATE RECORD KEY IS DSP-CHAVE-OCORRENCIA
                   WITH DUPLICATES
               FILE STATUS IS FS-DISPUTAS.

           SELECT COBRANCA-EXTERNA ASSIGN TO
               DYNAMIC WRK-CAMINHO-CEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEX-FAT-NUMERO
               ALTERNATE RECORD KEY IS CEX-ID-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-CEX.

           SELECT DEVOLVIDOS ASSIGN TO
               "ENDERECOS-DEVOLVIDOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 REG-FATURAS.
           COPY FATREG.

       FD DISPUTAS.
       01 REG-DISPUTA.
           COPY DSPREG.

       FD COBRANCA-EXTERNA.
       01 REG-COBRANCA-EXTERNA.
           COPY CEXREG.

       FD DEVOLVIDOS.
       01 REG-DEVOLVIDO PIC X(20).

       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-DISPUTAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CEX PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-DISPUTAS PIC 9(02) VALUE ZEROS.
       77 WRK-DISPUTAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-EM-DISPUTA PIC X(01) VALUE 'N'.
       77 FS-CEX PIC 9(02) VALUE ZEROS.
       77 WRK-CEX-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-EM-AGENCIA PIC X(01) VALUE 'N'.
       77 FS-DEVOLVIDOS PIC 9(02) VALUE ZEROS.
       77 FS-CARTAS PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
      *================ACUMULADORES===================================
       77 WRK-ACUM-CARTAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-PULADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-DISPUTA PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-AGENCIA PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
               MOVE "FATURAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT DISPUTAS.
           IF FS-DISPUTAS EQUAL 00
               MOVE 'S' TO WRK-DISPUTAS-ABERTO
           END-IF.
           OPEN INPUT COBRANCA-EXTERNA.
           IF FS-CEX EQUAL 00
               MOVE 'S' TO WRK-CEX-ABERTO
           END-IF.
           PERFORM 0110-CARREGA-DEVOLVIDOS.
           OPEN OUTPUT CARTAS.

               WHEN "TEST"
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "FATURAS-TEST.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "FATURAS-DISPUTA-TEST.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "COBRANCA-EXTERNA-TEST.txt" TO
                       WRK-CAMINHO-CEX
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "FATURAS-DISPUTA-DEV.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "COBRANCA-EXTERNA-DEV.txt" TO
                       WRK-CAMINHO-CEX
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "\FATURAS-DISPUTA.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "\COBRANCA-EXTERNA.txt" TO
                       WRK-CAMINHO-CEX
           END-EVALUATE.

       0110-CARREGA-DEVOLVIDOS SECTION.
               COMPUTE WRK-DIAS-ATRASO = WRK-INT-HOJE - WRK-INT-VENCTO
           END-IF.
           IF FAT-STATUS EQUAL 'A' AND WRK-DIAS-ATRASO > 30
               PERFORM 0220-VERIFICA-DISPUTA
               PERFORM 0225-VERIFICA-AGENCIA
               EVALUATE TRUE
                   WHEN WRK-EM-DISPUTA EQUAL 'S'
                       ADD 1 TO WRK-ACUM-DISPUTA
                   WHEN WRK-EM-AGENCIA EQUAL 'S'
                       ADD 1 TO WRK-ACUM-AGENCIA
                   WHEN OTHER
                       PERFORM 0215-ACUMULA-DEVEDOR
               END-EVALUATE
           END-IF.

       0215-ACUMULA-DEVEDOR SECTION.
                   WRK-DEV-MAX-ATRASO (WRK-DEV-TOTAL-TAB)
           END-IF.

       0220-VERIFICA-DISPUTA SECTION.
           MOVE 'N' TO WRK-EM-DISPUTA.
           IF WRK-DISPUTAS-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO DSP-FAT-NUMERO
               READ DISPUTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-STATUS EQUAL 'A'
                           MOVE 'S' TO WRK-EM-DISPUTA
                       END-IF
               END-READ
           END-IF.

       0225-VERIFICA-AGENCIA SECTION.
           MOVE 'N' TO WRK-EM-AGENCIA.
           IF WRK-CEX-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO CEX-FAT-NUMERO
               READ COBRANCA-EXTERNA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CEX-STATUS EQUAL 'E'
                           MOVE 'S' TO WRK-EM-AGENCIA
                       END-IF
               END-READ
           END-IF.

       0400-GERA-CARTAS SECTION.
           PERFORM VARYING WRK-DEV-I FROM 1 BY 1
               UNTIL WRK-DEV-I > WRK-DEV-TOTAL-TAB
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-DEV-ID (WRK-DEV-I) TO FAT-ID-CLIENTE.
           MOVE ZEROS TO FAT-SEQUENCIA.
           MOVE ZEROS TO FAT-PARCELA.
           MOVE ZEROS TO FAT-NUMERO.
           START FATURAS KEY IS GREATER THAN FAT-CHAVE-PEDIDO
               INVALID KEY
                       (FUNCTION NUMVAL(FAT-DATA-VENCTO))
               COMPUTE WRK-DIAS-ATRASO = WRK-INT-HOJE - WRK-INT-VENCTO
           END-IF.
           MOVE 'N' TO WRK-EM-DISPUTA.
           MOVE 'N' TO WRK-EM-AGENCIA.
           IF FAT-STATUS EQUAL 'A' AND WRK-DIAS-ATRASO > 30
               PERFORM 0220-VERIFICA-DISPUTA
               PERFORM 0225-VERIFICA-AGENCIA
           END-IF.
           IF FAT-STATUS EQUAL 'A' AND WRK-DIAS-ATRASO > 30
               AND WRK-EM-DISPUTA EQUAL 'N'
               AND WRK-EM-AGENCIA EQUAL 'N'
               MOVE FAT-VALOR TO WRK-VALOR-EDITADO
               MOVE WRK-DIAS-ATRASO TO WRK-ATRASO-EDITADO
               MOVE SPACES TO REG-CARTA
               STRING "  FATURA " DELIMITED BY SIZE
                   FAT-NUMERO DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FAT-PARCELA DELIMITED BY SIZE
                   "  VENC " DELIMITED BY SIZE
                   FAT-DATA-VENCTO DELIMITED BY SIZE
                   "  VALOR " DELIMITED BY SIZE
       0300-FINISH SECTION.
           CLOSE CLIENTES.
           CLOSE FATURAS.
           IF WRK-DISPUTAS-ABERTO EQUAL 'S'
               CLOSE DISPUTAS
           END-IF.
           IF WRK-CEX-ABERTO EQUAL 'S'
               CLOSE COBRANCA-EXTERNA
           END-IF.
           CLOSE CARTAS.
           DISPLAY "================================".
           DISPLAY "CLIENTES EM ATRASO...: " WRK-DEV-TOTAL-TAB.
           DISPLAY "CARTAS GERADAS.......: " WRK-ACUM-CARTAS.
           DISPLAY "CLIENTES PULADOS.....: " WRK-ACUM-PULADOS.
           DISPLAY "FATURAS EM DISPUTA...: " WRK-ACUM-DISPUTA.
           DISPLAY "FATURAS EM AGENCIA...: " WRK-ACUM-AGENCIA.
           DISPLAY "CARTAS EM CARTAS-COBRANCA.TXT".
           DISPLAY "FIM DE PROGRAMA".

