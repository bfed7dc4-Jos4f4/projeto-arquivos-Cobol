      *==            OPERADOR DA SESSAO) OU FECHA UMA ABERTA; A
      *==            CHAVE E COMPOSTA COMO EM CONTATOS (ID +
      *==            SEQUENCIA) E O HISTORICO SAI NO DOSSIE (ARQ060)
      *==  RECLAMACAO DE COBRANCA (CO) PODE APONTAR UMA FATURA ABERTA
      *==  DO CLIENTE, QUE ENTRA EM DISPUTA (FATURAS-DISPUTA, DSPREG)
      *==  E FICA FORA DA COBRANCA; O FECHAMENTO DA OCORRENCIA LIBERA
      *==  AS FATURAS RETIDAS POR ELA
      *==  ABERTURA E FECHAMENTO VAO PARA O LOG DE TRANSACOES COM O
      *==  OPERADOR DA SESSAO (OCORRENCIA-ABERTA/OCORRENCIA-FECHADA)
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT OCORRENCIAS ASSIGN TO
               RECORD KEY IS OCO-CHAVE
               FILE STATUS IS FS-OCORRENCIAS.

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT DISPUTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-DISPUTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-FAT-NUMERO
               ALTERNATE RECORD KEY IS DSP-CHAVE-OCORRENCIA
                   WITH DUPLICATES
               FILE STATUS IS FS-DISPUTAS.

           SELECT OPERADOR-SESSAO ASSIGN TO
               "OPERADOR-SESSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSAO.

           SELECT LOG-TRANSACOES ASSIGN TO
               "CLIENTES-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOGTRANS.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-OCORRENCIA.
           COPY OCOREG.

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD DISPUTAS.
       01 REG-DISPUTA.
           COPY DSPREG.

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       FD LOG-TRANSACOES.
       01 REG-LOG-TRANSACAO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-OCORRENCIAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-DISPUTAS PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-OCORRENCIAS PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-DISPUTAS PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 WRK-OPERACAO-LOG PIC X(18) VALUE SPACES.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-OPERADOR PIC X(04) VALUE "????".
       77 WRK-CATEGORIA PIC X(02) VALUE SPACES.
       77 WRK-TEXTO PIC X(60) VALUE SPACES.
       77 WRK-SEQ-FECHAR PIC 9(03) VALUE ZEROS.
       77 WRK-FATURA-DISPUTA PIC 9(07) VALUE ZEROS.

      *===========FATURA EM DISPUTA (DSPREG)==================
       77 WRK-FATURAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-DISPUTAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-FIM-DISPUTAS PIC X(01) VALUE 'N'.

      *===========GERACAO DA SEQUENCIA========================
       77 WRK-ULTIMA-SEQ PIC 9(03) VALUE ZEROS.
               MOVE "OCORRENCIAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
      *==  SEM FATURAS OU DISPUTAS A OCORRENCIA E REGISTRADA SEM
      *==  RETER FATURA
           OPEN INPUT FATURAS.
           IF FS-FATURAS EQUAL 00
               MOVE 'S' TO WRK-FATURAS-ABERTO
           END-IF.
           OPEN I-O DISPUTAS.
           IF FS-DISPUTAS EQUAL 35
               OPEN OUTPUT DISPUTAS
               CLOSE DISPUTAS
               OPEN I-O DISPUTAS
           END-IF.
           IF FS-DISPUTAS EQUAL 00
               MOVE 'S' TO WRK-DISPUTAS-ABERTO
           END-IF.
           DISPLAY "DIGITE O ID DO CLIENTE".
           ACCEPT WRK-ID.

                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "OCORRENCIAS-TEST.txt" TO
                       WRK-CAMINHO-OCORRENCIAS
                   MOVE "FATURAS-TEST.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "FATURAS-DISPUTA-TEST.txt" TO
                       WRK-CAMINHO-DISPUTAS
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "OCORRENCIAS-DEV.txt" TO
                       WRK-CAMINHO-OCORRENCIAS
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "FATURAS-DISPUTA-DEV.txt" TO
                       WRK-CAMINHO-DISPUTAS
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\OCORRENCIAS.txt" TO
                       WRK-CAMINHO-OCORRENCIAS
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "\FATURAS-DISPUTA.txt" TO
                       WRK-CAMINHO-DISPUTAS
           END-EVALUATE.

       0200-PROCESS SECTION.
               DISPLAY "CATEGORIA NAO RECONHECIDA -- ASSUMIDO OU"
               MOVE "OU" TO WRK-CATEGORIA
           END-IF.
           MOVE ZEROS TO WRK-FATURA-DISPUTA.
           IF WRK-CATEGORIA EQUAL "CO"
               AND WRK-FATURAS-ABERTO EQUAL 'S'
               AND WRK-DISPUTAS-ABERTO EQUAL 'S'
               DISPLAY "FATURA RECLAMADA (0=NENHUMA)..."
               ACCEPT WRK-FATURA-DISPUTA
               IF WRK-FATURA-DISPUTA > ZERO
                   PERFORM 0225-VALIDA-FATURA-DISPUTA
               END-IF
           END-IF.
           DISPLAY "DESCREVA A OCORRENCIA...".
           ACCEPT WRK-TEXTO.
           PERFORM 0215-LE-OPERADOR-SESSAO.
               NOT INVALID KEY
                   DISPLAY "OCORRENCIA GRAVADA -- SEQUENCIA "
                       OCO-SEQUENCIA
                   MOVE "OCORRENCIA-ABERTA" TO WRK-OPERACAO-LOG
                   PERFORM 0260-GRAVA-LOG-OCORRENCIA
                   IF WRK-FATURA-DISPUTA > ZERO
                       PERFORM 0240-ABRE-DISPUTA
                   END-IF
           END-WRITE.

       0225-VALIDA-FATURA-DISPUTA SECTION.
      *==  SO FATURA ABERTA DO PROPRIO CLIENTE E SEM OUTRA DISPUTA EM
      *==  ANDAMENTO E RETIDA -- SENAO A OCORRENCIA E GRAVADA SEM
      *==  FATURA
           MOVE WRK-FATURA-DISPUTA TO FAT-NUMERO.
           READ FATURAS
               INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA -- SEM RETENCAO"
                   MOVE ZEROS TO WRK-FATURA-DISPUTA
           END-READ.
           IF WRK-FATURA-DISPUTA > ZERO
               AND FAT-ID-CLIENTE NOT EQUAL WRK-ID
               DISPLAY "FATURA DE OUTRO CLIENTE -- SEM RETENCAO"
               MOVE ZEROS TO WRK-FATURA-DISPUTA
           END-IF.
           IF WRK-FATURA-DISPUTA > ZERO
               AND FAT-STATUS NOT EQUAL 'A'
               DISPLAY "FATURA NAO ESTA EM ABERTO -- SEM RETENCAO"
               MOVE ZEROS TO WRK-FATURA-DISPUTA
           END-IF.
           IF WRK-FATURA-DISPUTA > ZERO
               MOVE WRK-FATURA-DISPUTA TO DSP-FAT-NUMERO
               READ DISPUTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-STATUS EQUAL 'A'
                           DISPLAY "FATURA JA ESTA EM DISPUTA -- "
                               "OCORRENCIA " DSP-OCO-SEQUENCIA
                           MOVE ZEROS TO WRK-FATURA-DISPUTA
                       END-IF
               END-READ
           END-IF.

       0230-FECHA-OCORRENCIA SECTION.
           DISPLAY "SEQUENCIA A FECHAR...".
           ACCEPT WRK-SEQ-FECHAR.
                               DISPLAY "ERRO AO FECHAR OCORRENCIA"
                           NOT INVALID KEY
                               DISPLAY "OCORRENCIA FECHADA"
                               PERFORM 0215-LE-OPERADOR-SESSAO
                               MOVE "OCORRENCIA-FECHADA" TO
                                   WRK-OPERACAO-LOG
                               PERFORM 0260-GRAVA-LOG-OCORRENCIA
                               IF WRK-DISPUTAS-ABERTO EQUAL 'S'
                                   PERFORM 0250-LIBERA-DISPUTAS
                               END-IF
                       END-REWRITE
                   END-IF
           END-READ.

       0240-ABRE-DISPUTA SECTION.
      *==  UMA DISPUTA ANTERIOR JA LIBERADA DA MESMA FATURA E
      *==  SUBSTITUIDA PELA NOVA
           MOVE WRK-FATURA-DISPUTA TO DSP-FAT-NUMERO.
           MOVE OCO-ID-CLIENTE TO DSP-ID-CLIENTE.
           MOVE OCO-SEQUENCIA TO DSP-OCO-SEQUENCIA.
           MOVE FAT-VALOR TO DSP-VALOR.
           MOVE OCO-DATA TO DSP-DATA-ABERTURA.
           MOVE WRK-OPERADOR TO DSP-OPERADOR.
           MOVE 'A' TO DSP-STATUS.
           MOVE SPACES TO DSP-DATA-LIBERACAO.
           WRITE REG-DISPUTA
               INVALID KEY
                   REWRITE REG-DISPUTA
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A DISPUTA"
                   END-REWRITE
           END-WRITE.
           IF FS-DISPUTAS EQUAL 00
               DISPLAY "FATURA " DSP-FAT-NUMERO " EM DISPUTA"
           END-IF.

       0250-LIBERA-DISPUTAS SECTION.
      *==  AS FATURAS RETIDAS PELA OCORRENCIA SAEM PELA CHAVE
      *==  ALTERNATIVA (ID + SEQUENCIA DA OCORRENCIA)
           MOVE 'N' TO WRK-FIM-DISPUTAS.
           MOVE OCO-ID-CLIENTE TO DSP-ID-CLIENTE.
           MOVE OCO-SEQUENCIA TO DSP-OCO-SEQUENCIA.
           START DISPUTAS KEY IS EQUAL TO DSP-CHAVE-OCORRENCIA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-DISPUTAS
           END-START.
           PERFORM UNTIL WRK-FIM-DISPUTAS EQUAL 'S'
               READ DISPUTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-DISPUTAS
                   NOT AT END
                       IF DSP-ID-CLIENTE EQUAL OCO-ID-CLIENTE
                           AND DSP-OCO-SEQUENCIA EQUAL OCO-SEQUENCIA
                           IF DSP-STATUS EQUAL 'A'
                               MOVE 'L' TO DSP-STATUS
                               MOVE OCO-DATA-FECHTO TO
                                   DSP-DATA-LIBERACAO
                               REWRITE REG-DISPUTA
                               DISPLAY "FATURA " DSP-FAT-NUMERO
                                   " LIBERADA DA DISPUTA"
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-FIM-DISPUTAS
                       END-IF
               END-READ
           END-PERFORM.

       0260-GRAVA-LOG-OCORRENCIA SECTION.
           OPEN EXTEND LOG-TRANSACOES.
           IF FS-LOGTRANS EQUAL 35
               OPEN OUTPUT LOG-TRANSACOES
               CLOSE LOG-TRANSACOES
               OPEN EXTEND LOG-TRANSACOES
           END-IF.
           MOVE SPACES TO REG-LOG-TRANSACAO.
           STRING WRK-DATA-HORA DELIMITED BY SIZE
               " ARQ073   " DELIMITED BY SIZE
               WRK-OPERACAO-LOG DELIMITED BY SPACE
               " OCO=" DELIMITED BY SIZE
               OCO-ID-CLIENTE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               OCO-SEQUENCIA DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO REG-LOG-TRANSACAO.
           WRITE REG-LOG-TRANSACAO.
           CLOSE LOG-TRANSACOES.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CLIENTES.
           CLOSE OCORRENCIAS.
           IF WRK-FATURAS-ABERTO EQUAL 'S'
               CLOSE FATURAS
           END-IF.
           IF WRK-DISPUTAS-ABERTO EQUAL 'S'
               CLOSE DISPUTAS
           END-IF.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
