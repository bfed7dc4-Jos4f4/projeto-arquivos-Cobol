       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ123.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: PROCESSAMENTO DO ARQUIVO DE RETORNO DA AGENCIA DE
      *==            COBRANCA (AGENCIA-RETORNO.TXT) -- CADA DETALHE E
      *==            CASADO PELO NUMERO DA FATURA COM O REGISTRO DE
      *==            COBRANCA-EXTERNA GRAVADO NA REMESSA DO ARQ122:
      *==            PG = A AGENCIA RECEBEU -- A FATURA E BAIXADA COMO
      *==                 NO RETORNO BANCARIO (ARQ065), COM A DATA DO
      *==                 RECEBIMENTO E O CREDITO NA CONTA CORRENTE
      *==                 (ARQ115) PELO VALOR COBRADO DO CLIENTE, E O
      *==                 REGISTRO GUARDA O COBRADO, A TAXA DA AGENCIA
      *==                 E O LIQUIDO REPASSADO (COBRADO - TAXA)
      *==            DV = A AGENCIA DEVOLVEU A FATURA SEM RECEBER -- O
      *==                 REGISTRO VAI PARA 'R' E A FATURA CONTINUA
      *==                 ABERTA, DE VOLTA AO CICLO DE CARTAS (ARQ067)
      *==  DETALHE SEM CORRESPONDENCIA, DE FATURA JA RETORNADA OU JA
      *==  PAGA VAI PARA AGENCIA-REJEITADOS.TXT COM O MOTIVO -- NADA E
      *==  DESCARTADO EM SILENCIO, COMO NOS SUSPENSOS DO ARQ065
      *==  FATURA BAIXADA POR PERDA (FAT-STATUS 'B') QUE A AGENCIA
      *==  RECEBE E UMA RECUPERACAO, TRATADA COMO NO ARQ065: ESTORNO
      *==  DA BAIXA A DEBITO, CREDITO DO PAGAMENTO E BAIXAS-PERDA EM
      *==  'R'; NAO HA APURACAO DE ENCARGOS SOBRE FATURA COBRADA PELA
      *==  AGENCIA -- O ACRESCIMO COBRADO DO DEVEDOR E DELA
      *==  LAYOUT DO RETORNO: TIPO(1) FATURA(7) OCORRENCIA(2)
      *==  COBRADO(9) TAXA(9) DATA(8) -- TIPOS 0 E 9 (HEADER/TRAILER)
      *==  SAO IGNORADOS
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT RETORNO ASSIGN TO
               "AGENCIA-RETORNO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETORNO.

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT COBRANCA-EXTERNA ASSIGN TO
               DYNAMIC WRK-CAMINHO-CEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEX-FAT-NUMERO
               ALTERNATE RECORD KEY IS CEX-ID-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-CEX.

           SELECT BAIXAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-BAIXAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BXP-FAT-NUMERO
               FILE STATUS IS FS-BAIXAS.

           SELECT REJEITADOS ASSIGN TO
               "AGENCIA-REJEITADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJEITADOS.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD RETORNO.
       01 REG-RETORNO.
           05 RTA-TIPO           PIC X(01).
           05 RTA-FATURA         PIC X(07).
           05 RTA-OCORRENCIA     PIC X(02).
           05 RTA-VALOR-COBRADO  PIC 9(07)V99.
           05 RTA-VALOR-TAXA     PIC 9(07)V99.
           05 RTA-DATA           PIC X(08).
           05 FILLER             PIC X(44).

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD COBRANCA-EXTERNA.
       01 REG-COBRANCA-EXTERNA.
           COPY CEXREG.

       FD BAIXAS.
       01 REG-BAIXAS.
           COPY BXPREG.

       FD REJEITADOS.
       01 REG-REJEITADO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CEX PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-BAIXAS PIC X(30) VALUE SPACES.

       77 FS-RETORNO PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-CEX PIC 9(02) VALUE ZEROS.
       77 FS-BAIXAS PIC 9(02) VALUE ZEROS.
       77 FS-REJEITADOS PIC 9(02) VALUE ZEROS.
       77 WRK-BAIXAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.

      *===========CONTA CORRENTE DO CLIENTE (ARQ115)==========
       01 WRK-LCP-PARAMETROS.
           COPY LCPPRM.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-PAGAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-RECUPERADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-DEVOLVIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-COBRADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-TAXA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-EDITADO PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           OPEN INPUT RETORNO.
           IF FS-RETORNO NOT EQUAL 00
               MOVE "RETORNO DA AGENCIA AUSENTE" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O FATURAS.
           IF FS-FATURAS NOT EQUAL 00
               MOVE "FATURAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O COBRANCA-EXTERNA.
           IF FS-CEX NOT EQUAL 00
               MOVE "COBRANCA EXTERNA INDISPONIVEL" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O BAIXAS.
           IF FS-BAIXAS EQUAL 00
               MOVE 'S' TO WRK-BAIXAS-ABERTO
           END-IF.
           OPEN EXTEND REJEITADOS.
           IF FS-REJEITADOS EQUAL 35
               OPEN OUTPUT REJEITADOS
               CLOSE REJEITADOS
               OPEN EXTEND REJEITADOS
           END-IF.

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
                   MOVE "FATURAS-TEST.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "COBRANCA-EXTERNA-TEST.txt" TO
                       WRK-CAMINHO-CEX
                   MOVE "BAIXAS-PERDA-TEST.txt" TO WRK-CAMINHO-BAIXAS
               WHEN "DEV"
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "COBRANCA-EXTERNA-DEV.txt" TO
                       WRK-CAMINHO-CEX
                   MOVE "BAIXAS-PERDA-DEV.txt" TO WRK-CAMINHO-BAIXAS
               WHEN OTHER
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "\COBRANCA-EXTERNA.txt" TO
                       WRK-CAMINHO-CEX
                   MOVE "\BAIXAS-PERDA.txt" TO WRK-CAMINHO-BAIXAS
           END-EVALUATE.

       0200-PROCESS SECTION.
           READ RETORNO.
           PERFORM UNTIL FS-RETORNO NOT EQUAL 00
               IF RTA-TIPO EQUAL '1'
                   ADD 1 TO WRK-ACUM-LIDOS
                   PERFORM 0210-PROCESSA-DETALHE
               END-IF
               READ RETORNO
           END-PERFORM.

       0210-PROCESSA-DETALHE SECTION.
           IF RTA-FATURA IS NOT NUMERIC
               MOVE "NUMERO DE FATURA INVALIDO" TO WRK-MOTIVO
               PERFORM 0290-REGISTRA-REJEITADO
           ELSE
               MOVE RTA-FATURA TO CEX-FAT-NUMERO
               READ COBRANCA-EXTERNA
                   INVALID KEY
                       MOVE "FATURA NAO ENVIADA A AGENCIA" TO
                           WRK-MOTIVO
                       PERFORM 0290-REGISTRA-REJEITADO
                   NOT INVALID KEY
                       EVALUATE CEX-STATUS
                           WHEN 'E'
                               PERFORM 0215-AVALIA-OCORRENCIA
                           WHEN 'D'
                               MOVE "FATURA PAGA DIRETO AO CREDOR" TO
                                   WRK-MOTIVO
                               PERFORM 0290-REGISTRA-REJEITADO
                           WHEN OTHER
                               MOVE "FATURA JA RETORNADA"
                                   TO WRK-MOTIVO
                               PERFORM 0290-REGISTRA-REJEITADO
                       END-EVALUATE
               END-READ
           END-IF.

       0215-AVALIA-OCORRENCIA SECTION.
           EVALUATE RTA-OCORRENCIA
               WHEN "PG"
                   PERFORM 0220-PROCESSA-PAGAMENTO
               WHEN "DV"
                   PERFORM 0260-REGISTRA-DEVOLUCAO
               WHEN OTHER
                   MOVE "OCORRENCIA DESCONHECIDA" TO WRK-MOTIVO
                   PERFORM 0290-REGISTRA-REJEITADO
           END-EVALUATE.

       0220-PROCESSA-PAGAMENTO SECTION.
           IF RTA-VALOR-TAXA > RTA-VALOR-COBRADO
               MOVE "TAXA MAIOR QUE O VALOR COBRADO" TO WRK-MOTIVO
               PERFORM 0290-REGISTRA-REJEITADO
           ELSE
               MOVE CEX-FAT-NUMERO TO FAT-NUMERO
               READ FATURAS
                   INVALID KEY
                       MOVE "FATURA NAO ENCONTRADA" TO WRK-MOTIVO
                       PERFORM 0290-REGISTRA-REJEITADO
                   NOT INVALID KEY
                       EVALUATE FAT-STATUS
                           WHEN 'P'
                               MOVE "FATURA JA PAGA -- DUPLICATA" TO
                                   WRK-MOTIVO
                               PERFORM 0290-REGISTRA-REJEITADO
                           WHEN 'C'
                               MOVE "FATURA QUITADA POR CREDITO" TO
                                   WRK-MOTIVO
                               PERFORM 0290-REGISTRA-REJEITADO
                           WHEN 'B'
                               PERFORM 0240-RECUPERA-BAIXA
                           WHEN OTHER
                               PERFORM 0230-BAIXA-FATURA
                       END-EVALUATE
               END-READ
           END-IF.

       0230-BAIXA-FATURA SECTION.
           MOVE 'P' TO FAT-STATUS.
           MOVE RTA-DATA TO FAT-DATA-PAGTO.
           REWRITE REG-FATURAS
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR FATURA " FAT-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-ACUM-PAGAS
                   PERFORM 0235-LANCA-PAGAMENTO
                   PERFORM 0250-MARCA-PAGA
           END-REWRITE.

       0235-LANCA-PAGAMENTO SECTION.
      *==  O CLIENTE PAGOU O VALOR COBRADO -- A TAXA DA AGENCIA E
      *==  CUSTO DA EMPRESA E NAO ENTRA NA CONTA CORRENTE DELE
           MOVE FAT-ID-CLIENTE TO LCP-ID-CLIENTE.
           MOVE RTA-DATA TO LCP-DATA.
           MOVE "PG" TO LCP-TIPO.
           MOVE 'C' TO LCP-NATUREZA.
           MOVE SPACES TO LCP-DOCUMENTO.
           STRING FAT-NUMERO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FAT-PARCELA DELIMITED BY SIZE
               INTO LCP-DOCUMENTO.
           MOVE "PAGAMENTO RECEBIDO (AGENCIA)" TO LCP-HISTORICO.
           MOVE RTA-VALOR-COBRADO TO LCP-VALOR.
           MOVE "ARQ123" TO LCP-PROGRAMA.
           CALL "ARQ115" USING WRK-LCP-PARAMETROS.

       0240-RECUPERA-BAIXA SECTION.
      *==  MESMO TRATAMENTO DA PERDA RECUPERADA NO ARQ065
           MOVE 'P' TO FAT-STATUS.
           MOVE RTA-DATA TO FAT-DATA-PAGTO.
           REWRITE REG-FATURAS
               INVALID KEY
                   DISPLAY "ERRO AO RECUPERAR FATURA " FAT-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-ACUM-RECUPERADAS
                   PERFORM 0245-ESTORNA-BAIXA
                   PERFORM 0235-LANCA-PAGAMENTO
                   PERFORM 0247-MARCA-RECUPERADA
                   PERFORM 0250-MARCA-PAGA
           END-REWRITE.

       0245-ESTORNA-BAIXA SECTION.
           MOVE FAT-ID-CLIENTE TO LCP-ID-CLIENTE.
           MOVE RTA-DATA TO LCP-DATA.
           MOVE "RB" TO LCP-TIPO.
           MOVE 'D' TO LCP-NATUREZA.
           MOVE SPACES TO LCP-DOCUMENTO.
           STRING FAT-NUMERO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FAT-PARCELA DELIMITED BY SIZE
               INTO LCP-DOCUMENTO.
           MOVE "RECUPERACAO DE BAIXA POR PERDA" TO LCP-HISTORICO.
           MOVE FAT-VALOR TO LCP-VALOR.
           MOVE "ARQ123" TO LCP-PROGRAMA.
           CALL "ARQ115" USING WRK-LCP-PARAMETROS.

       0247-MARCA-RECUPERADA SECTION.
           IF WRK-BAIXAS-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO BXP-FAT-NUMERO
               READ BAIXAS
                   INVALID KEY
                       DISPLAY "BAIXA NAO ENCONTRADA " FAT-NUMERO
                   NOT INVALID KEY
                       MOVE 'R' TO BXP-STATUS
                       MOVE RTA-DATA TO BXP-DATA-RECUPER
                       MOVE RTA-VALOR-COBRADO TO BXP-VALOR-RECUPER
                       REWRITE REG-BAIXAS
               END-READ
           END-IF.

       0250-MARCA-PAGA SECTION.
           MOVE 'P' TO CEX-STATUS.
           MOVE RTA-DATA TO CEX-DATA-RETORNO.
           MOVE RTA-VALOR-COBRADO TO CEX-VALOR-COBRADO.
           MOVE RTA-VALOR-TAXA TO CEX-VALOR-TAXA.
           COMPUTE CEX-VALOR-LIQUIDO =
               RTA-VALOR-COBRADO - RTA-VALOR-TAXA.
           REWRITE REG-COBRANCA-EXTERNA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR COBRANCA " CEX-FAT-NUMERO
               NOT INVALID KEY
                   ADD CEX-VALOR-COBRADO TO WRK-TOT-COBRADO
                   ADD CEX-VALOR-TAXA TO WRK-TOT-TAXA
                   ADD CEX-VALOR-LIQUIDO TO WRK-TOT-LIQUIDO
           END-REWRITE.

       0260-REGISTRA-DEVOLUCAO SECTION.
           MOVE 'R' TO CEX-STATUS.
           MOVE RTA-DATA TO CEX-DATA-RETORNO.
           REWRITE REG-COBRANCA-EXTERNA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR COBRANCA " CEX-FAT-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-ACUM-DEVOLVIDAS
           END-REWRITE.

       0290-REGISTRA-REJEITADO SECTION.
      *==  A LINHA ORIGINAL DA AGENCIA E PRESERVADA INTEIRA
           ADD 1 TO WRK-ACUM-REJEITADOS.
           MOVE SPACES TO REG-REJEITADO.
           STRING REG-RETORNO (1:36) DELIMITED BY SIZE
               "  MOTIVO: " DELIMITED BY SIZE
               WRK-MOTIVO DELIMITED BY SIZE
               INTO REG-REJEITADO.
           WRITE REG-REJEITADO.

       0300-FINISH SECTION.
           CLOSE RETORNO.
           CLOSE FATURAS.
           CLOSE COBRANCA-EXTERNA.
           CLOSE REJEITADOS.
           IF WRK-BAIXAS-ABERTO EQUAL 'S'
               CLOSE BAIXAS
           END-IF.
           DISPLAY "================================".
           DISPLAY "DETALHES LIDOS.......: " WRK-ACUM-LIDOS.
           DISPLAY "FATURAS PAGAS........: " WRK-ACUM-PAGAS.
           DISPLAY "PERDAS RECUPERADAS...: " WRK-ACUM-RECUPERADAS.
           DISPLAY "FATURAS DEVOLVIDAS...: " WRK-ACUM-DEVOLVIDAS.
           DISPLAY "REJEITADOS...........: " WRK-ACUM-REJEITADOS.
           MOVE WRK-TOT-COBRADO TO WRK-TOT-EDITADO.
           DISPLAY "VALOR COBRADO........: " WRK-TOT-EDITADO.
           MOVE WRK-TOT-TAXA TO WRK-TOT-EDITADO.
           DISPLAY "TAXA DA AGENCIA......: " WRK-TOT-EDITADO.
           MOVE WRK-TOT-LIQUIDO TO WRK-TOT-EDITADO.
           DISPLAY "LIQUIDO REPASSADO....: " WRK-TOT-EDITADO.
           DISPLAY "REJEITADOS EM AGENCIA-REJEITADOS.TXT".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
