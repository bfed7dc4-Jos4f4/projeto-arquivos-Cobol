      *==            EXATA DE ARQUIVOS DATADOS QUE ELE PERDEU -- E O
      *==            QUE IMPEDE A COPIA DO CADASTRO DE UM CONSUMIDOR
      *==            DERIVAR POR SEMANAS SEM NINGUEM NOTAR
      *==  CONSUMIDORES ESPERADOS EM CONSUMIDORES.TXT (UM POR LINHA):
      *==  CONSUMIDOR(8) EXTRATO(20) -- EXTRATO E O NOME DO ARQUIVO
      *==  DATADO QUE ELE RECEBE (MOVIMENTO-CLIENTES DO ARQ057 OU
      *==  DIARIO-CONTABIL DO ARQ125); EM BRANCO = MOVIMENTO-CLIENTES
      *==  -- QUEM RECEBE OS DOIS USA UM CODIGO PARA CADA
      *==  LINHA DO CONTROLE SEM NOME DE EXTRATO E MOVIMENTO-CLIENTES
      *==  ACKS EM EXTRATOS-ACKS.TXT: CONSUMIDOR(8) DATA(8) DTACK(8)
      *==  CARGA DE ACKS EM ACKS-ENTRADA.TXT: CONSUMIDOR|AAAAMMDD
      *==  OPERACOES: A=REGISTRAR ACK  L=CARGA DE ACKS
           05 EXT-DATA           PIC X(08).
           05 FILLER             PIC X(01).
           05 EXT-QTDE           PIC 9(06).
           05 FILLER             PIC X(01).
           05 EXT-ARQUIVO        PIC X(20).

       FD ACKS.
       01 REG-ACK.
           05 ACK-DATA-RECEBIDO  PIC X(08).

       FD CONSUMIDORES.
       01 REG-CONSUMIDOR.
           05 CSM-CODIGO         PIC X(08).
           05 FILLER             PIC X(01).
           05 CSM-ARQUIVO        PIC X(20).

       FD ENTRADA.
       01 REG-ENTRADA PIC X(20).
       77 WRK-DATA-EXTRATO PIC X(08) VALUE SPACES.
       77 WRK-CONSUMIDOR-CARGA PIC X(08) VALUE SPACES.
       77 WRK-DATA-CARGA PIC X(08) VALUE SPACES.
       77 WRK-ARQUIVO-EXTRATO PIC X(20) VALUE SPACES.
       77 WRK-ARQUIVO-LINHA PIC X(20) VALUE SPACES.

      *===========PRAZO E CONFERENCIAS========================
       77 WRK-PRAZO-DIAS PIC 9(02) VALUE 1.

      *===========CONSUMIDORES ESPERADOS======================
       01 WRK-TAB-CONSUMIDORES.
           05 WRK-CON-ITEM OCCURS 20 TIMES
               INDEXED BY WRK-CON-IDX.
               10 WRK-CON-NOME      PIC X(08).
               10 WRK-CON-ARQUIVO   PIC X(20).
       77 WRK-CON-TOTAL PIC 9(02) VALUE ZEROS.
       77 WRK-CON-I PIC 9(02) VALUE ZEROS.

           DISPLAY "OPERACAO (A=REGISTRAR ACK L=CARGA DE ACKS".
           DISPLAY "          E=EXCECOES R=REOFERTA)...".
           ACCEPT WRK-OPERACAO.
           PERFORM 0110-CARREGA-CONSUMIDORES.

       0110-CARREGA-CONSUMIDORES SECTION.
           MOVE ZEROS TO WRK-CON-TOTAL.
                   IF REG-CONSUMIDOR NOT EQUAL SPACES
                       AND WRK-CON-TOTAL < 20
                       ADD 1 TO WRK-CON-TOTAL
                       MOVE CSM-CODIGO TO
                           WRK-CON-NOME (WRK-CON-TOTAL)
                       IF CSM-ARQUIVO EQUAL SPACES
                           MOVE "MOVIMENTO-CLIENTES" TO
                               WRK-CON-ARQUIVO (WRK-CON-TOTAL)
                       ELSE
                           MOVE CSM-ARQUIVO TO
                               WRK-CON-ARQUIVO (WRK-CON-TOTAL)
                       END-IF
                   END-IF
                   READ CONSUMIDORES
               END-PERFORM
               CLOSE CONSUMIDORES
           END-IF.

       0115-ACHA-EXTRATO-CONSUMIDOR SECTION.
      *==  CONSUMIDOR FORA DE CONSUMIDORES.TXT RECEBE O MOVIMENTO,
      *==  COMO ANTES DO DIARIO CONTABIL
           MOVE "MOVIMENTO-CLIENTES" TO WRK-ARQUIVO-EXTRATO.
           PERFORM VARYING WRK-CON-I FROM 1 BY 1
               UNTIL WRK-CON-I > WRK-CON-TOTAL
               IF WRK-CON-NOME (WRK-CON-I) EQUAL WRK-CONSUMIDOR
                   MOVE WRK-CON-ARQUIVO (WRK-CON-I) TO
                       WRK-ARQUIVO-EXTRATO
               END-IF
           END-PERFORM.

       0117-NORMALIZA-LINHA SECTION.
           IF EXT-ARQUIVO EQUAL SPACES
               MOVE "MOVIMENTO-CLIENTES" TO WRK-ARQUIVO-LINHA
           ELSE
               MOVE EXT-ARQUIVO TO WRK-ARQUIVO-LINHA
           END-IF.

       0120-VERIFICA-EXTRATO SECTION.
      *==  SO EXTRATO REGISTRADO (ARQ057/ARQ125) ACEITA ACK -- ACK DE
      *==  DATA INEXISTENTE E ERRO DE DIGITACAO DO CONSUMIDOR
           MOVE 'N' TO WRK-EXTRATO-EXISTE.
           OPEN INPUT CONTROLE.
               READ CONTROLE
               PERFORM UNTIL FS-CONTROLE NOT EQUAL 00
                       OR WRK-EXTRATO-EXISTE EQUAL 'S'
                   PERFORM 0117-NORMALIZA-LINHA
                   IF EXT-DATA EQUAL WRK-DATA-EXTRATO
                       AND WRK-ARQUIVO-LINHA EQUAL WRK-ARQUIVO-EXTRATO
                       MOVE 'S' TO WRK-EXTRATO-EXISTE
                   END-IF
                   READ CONTROLE
      *==  SO EXTRATO REGISTRADO E AINDA SEM ACK DO CONSUMIDOR E
      *==  ACEITO -- CADA TESTE DERRUBA A FLAG
           MOVE 'S' TO WRK-ACK-OK.
           PERFORM 0115-ACHA-EXTRATO-CONSUMIDOR.
           PERFORM 0120-VERIFICA-EXTRATO.
           IF WRK-EXTRATO-EXISTE NOT EQUAL 'S'
               DISPLAY "EXTRATO " WRK-DATA-EXTRATO
               COMPUTE WRK-DIAS-PENDENTE =
                   WRK-INT-HOJE - WRK-INT-EXTRATO
           END-IF.
           PERFORM 0117-NORMALIZA-LINHA.
           IF WRK-DIAS-PENDENTE > WRK-PRAZO-DIAS
               MOVE EXT-DATA TO WRK-DATA-EXTRATO
               PERFORM VARYING WRK-CON-I FROM 1 BY 1
                   UNTIL WRK-CON-I > WRK-CON-TOTAL
                   IF WRK-CON-ARQUIVO (WRK-CON-I) EQUAL
                       WRK-ARQUIVO-LINHA
                       MOVE WRK-CON-NOME (WRK-CON-I) TO WRK-CONSUMIDOR
                       PERFORM 0130-VERIFICA-ACK
                       IF WRK-ACK-ACHADO NOT EQUAL 'S'
                           ADD 1 TO WRK-ACUM-PENDENCIAS
                           MOVE SPACES TO REG-RELATORIO
                           STRING "EXTRATO " DELIMITED BY SIZE
                               WRK-ARQUIVO-LINHA DELIMITED BY SPACE
                               "." DELIMITED BY SIZE
                               WRK-DATA-EXTRATO DELIMITED BY SIZE
                               " SEM ACK DE " DELIMITED BY SIZE
                               WRK-CONSUMIDOR DELIMITED BY SIZE
                               INTO REG-RELATORIO
                           WRITE REG-RELATORIO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *==  ORDEM PARA A COPIA DELE VOLTAR A BATER
           DISPLAY "CODIGO DO CONSUMIDOR...".
           ACCEPT WRK-CONSUMIDOR.
           PERFORM 0115-ACHA-EXTRATO-CONSUMIDOR.
           DISPLAY "ARQUIVOS A REOFERTAR PARA " WRK-CONSUMIDOR ":".
           OPEN INPUT CONTROLE.
           IF FS-CONTROLE NOT EQUAL 00
               READ CONTROLE
               PERFORM UNTIL FS-CONTROLE NOT EQUAL 00
                   MOVE EXT-DATA TO WRK-DATA-EXTRATO
                   PERFORM 0117-NORMALIZA-LINHA
                   IF WRK-ARQUIVO-LINHA EQUAL WRK-ARQUIVO-EXTRATO
                       PERFORM 0130-VERIFICA-ACK
                       IF WRK-ACK-ACHADO NOT EQUAL 'S'
                           ADD 1 TO WRK-ACUM-REOFERTA
                           DISPLAY "   "
                               FUNCTION TRIM(WRK-ARQUIVO-EXTRATO) "."
                               WRK-DATA-EXTRATO
                       END-IF
                   END-IF
                   READ CONTROLE
               END-PERFORM
