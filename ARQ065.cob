      *==            RETRABALHO DE REJEITADOS (ARQ052)
      *==  LAYOUT DO RETORNO: TIPO(1) FATURA(7) VALOR(9) DATA(8) --
      *==  TIPOS 0 E 9 (HEADER/TRAILER) SAO IGNORADOS
      *==  FATURA QUITADA POR NOTA DE CREDITO (FAT-STATUS 'C', VIDE
      *==  ARQ108) NAO E BAIXADA -- O PAGAMENTO VAI PARA OS SUSPENSOS
      *==  PAGAMENTO EM ATRASO: DEPOIS DO VENCIMENTO (ROLADO PARA O
      *==  PROXIMO DIA UTIL E SOMADO DA TOLERANCIA EM DIAS UTEIS,
      *==  ARQ092) A FATURA E BAIXADA DO MESMO JEITO, MAS A MULTA E OS
      *==  JUROS DO PERIODO SAO APURADOS EM ENCARGOS (ENCREG) -- O QUE
      *==  O PAGAMENTO NAO COBRIU FICA PENDENTE E O ARQ064 LANCA NA
      *==  PROXIMA FATURA DO CLIENTE
      *==  PARAMETROS EM ENCARGOS-PARM.TXT (OPCIONAL):
      *==    LINHA 1 = MULTA EM CENTESIMOS DE % (PADRAO 200 = 2,00%)
      *==    LINHA 2 = JUROS AO DIA EM MILESIMOS DE % (PADRAO 33 =
      *==              0,033% AO DIA)
      *==    LINHA 3 = TOLERANCIA EM DIAS UTEIS (PADRAO 0)
      *==  CONTA CORRENTE DO CLIENTE (ARQ115): O PAGAMENTO BAIXADO E
      *==  LANCADO A CREDITO PELO VALOR RECEBIDO E O ENCARGO APURADO A
      *==  DEBITO PELA MULTA MAIS OS JUROS
      *==  FATURA BAIXADA POR PERDA (FAT-STATUS 'B', ARQ117/ARQ086) QUE
      *==  VOLTA PAGA E UMA RECUPERACAO: A FATURA E QUITADA, A BAIXA EM
      *==  BAIXAS-PERDA VAI PARA 'R' COM A DATA E O VALOR RECEBIDO E A
      *==  CONTA CORRENTE RECEBE O ESTORNO DA BAIXA (DEBITO) ANTES DO
      *==  CREDITO DO PAGAMENTO -- NAO HA APURACAO DE ENCARGOS
      *==  FATURA EM COBRANCA NA AGENCIA (COBRANCA-EXTERNA, STATUS 'E')
      *==  PAGA DIRETO NO BANCO: O REGISTRO VAI PARA 'D' COM A DATA DO
      *==  PAGAMENTO, PARA A AGENCIA SER AVISADA (ARQ124)
      *==  PAGAMENTO DATADO EM MES FECHADO PELO FECHAMENTO MENSAL
      *==  (ARQ126, MODULO ARQ127) VAI PARA OS SUSPENSOS COM O MOTIVO
      *==  'PERIODO FECHADO'
      *==  A FATURA BAIXADA RENDE PONTOS DE FIDELIDADE AO CLIENTE
      *==  (MODULO ARQ144) SOBRE O VALOR RECEBIDO, LIMITADO AO DA
      *==  PARCELA; A PERDA RECUPERADA NAO PONTUA
      *=================================================================

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT ENCARGOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ENCARGOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               ALTERNATE RECORD KEY IS ENC-ID-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-ENCARGOS.

           SELECT BAIXAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-BAIXAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BXP-FAT-NUMERO
               FILE STATUS IS FS-BAIXAS.

           SELECT COBRANCA-EXTERNA ASSIGN TO
               DYNAMIC WRK-CAMINHO-CEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEX-FAT-NUMERO
               ALTERNATE RECORD KEY IS CEX-ID-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-CEX.

           SELECT PARAMETROS ASSIGN TO
               "ENCARGOS-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT SUSPENSOS ASSIGN TO
               "PAGAMENTOS-SUSPENSOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 REG-FATURAS.
           COPY FATREG.

       FD ENCARGOS.
       01 REG-ENCARGOS.
           COPY ENCREG.

       FD BAIXAS.
       01 REG-BAIXAS.
           COPY BXPREG.

       FD COBRANCA-EXTERNA.
       01 REG-COBRANCA-EXTERNA.
           COPY CEXREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD SUSPENSOS.
       01 REG-SUSPENSO PIC X(80).

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ENCARGOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-BAIXAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CEX PIC X(30) VALUE SPACES.

       77 FS-RETORNO PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-SUSPENSOS PIC 9(02) VALUE ZEROS.
       77 FS-ENCARGOS PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-BAIXAS PIC 9(02) VALUE ZEROS.
       77 WRK-BAIXAS-ABERTO PIC X(01) VALUE 'N'.
       77 FS-CEX PIC 9(02) VALUE ZEROS.
       77 WRK-CEX-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.

      *===========CONTA CORRENTE DO CLIENTE (ARQ115)==========
       01 WRK-LCP-PARAMETROS.
           COPY LCPPRM.

      *===========PONTOS DE FIDELIDADE (ARQ144)===============
       01 WRK-PNP-PARAMETROS.
           COPY PNPPRM.

      *===========DIAS UTEIS (ARQ092)=========================
       01 WRK-DUT-PARAMETROS.
           COPY DUTPRM.

      *===========PERIODO FECHADO (ARQ127)====================
       01 WRK-PFP-PARAMETROS.
           COPY PFPPRM.

      *===========ENCARGOS DE ATRASO==========================
       77 WRK-PCT-MULTA PIC 9(03)V99 VALUE 2.
       77 WRK-PCT-JUROS-DIA PIC 9(02)V999 VALUE 0.033.
       77 WRK-DIAS-TOLERANCIA PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-LIMITE PIC X(08) VALUE SPACES.
       77 WRK-INT-VENCTO PIC 9(08) VALUE ZEROS.
       77 WRK-INT-PAGTO PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-MULTA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-JUROS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ENCARGOS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-EXCEDENTE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ULTIMO-ENCARGO PIC 9(07) VALUE ZEROS.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-BAIXADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SUSPENSOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ATRASADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-RECUPERADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-DIRETO PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-PONTOS PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-ENCARGOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-EDITADO PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
               CLOSE SUSPENSOS
               OPEN EXTEND SUSPENSOS
           END-IF.
           OPEN I-O ENCARGOS.
           IF FS-ENCARGOS EQUAL 35
               OPEN OUTPUT ENCARGOS
               CLOSE ENCARGOS
               OPEN I-O ENCARGOS
           END-IF.
           IF FS-ENCARGOS NOT EQUAL 00
               MOVE "ENCARGOS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O BAIXAS.
           IF FS-BAIXAS EQUAL 00
               MOVE 'S' TO WRK-BAIXAS-ABERTO
           END-IF.
           OPEN I-O COBRANCA-EXTERNA.
           IF FS-CEX EQUAL 00
               MOVE 'S' TO WRK-CEX-ABERTO
           END-IF.
           PERFORM 0105-LE-PARAMETROS.
           PERFORM 0110-ACHA-ULTIMO-ENCARGO.

       0102-DETERMINA-AMBIENTE SECTION.
           OPEN INPUT AMBIENTE.
           EVALUATE WRK-AMBIENTE
               WHEN "TEST"
                   MOVE "FATURAS-TEST.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "ENCARGOS-TEST.txt" TO WRK-CAMINHO-ENCARGOS
                   MOVE "BAIXAS-PERDA-TEST.txt" TO WRK-CAMINHO-BAIXAS
                   MOVE "COBRANCA-EXTERNA-TEST.txt" TO WRK-CAMINHO-CEX
               WHEN "DEV"
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "ENCARGOS-DEV.txt" TO WRK-CAMINHO-ENCARGOS
                   MOVE "BAIXAS-PERDA-DEV.txt" TO WRK-CAMINHO-BAIXAS
                   MOVE "COBRANCA-EXTERNA-DEV.txt" TO WRK-CAMINHO-CEX
               WHEN OTHER
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "\ENCARGOS.txt" TO WRK-CAMINHO-ENCARGOS
                   MOVE "\BAIXAS-PERDA.txt" TO WRK-CAMINHO-BAIXAS
                   MOVE "\COBRANCA-EXTERNA.txt" TO WRK-CAMINHO-CEX
           END-EVALUATE.

       0105-LE-PARAMETROS SECTION.
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS EQUAL 00
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                           COMPUTE WRK-PCT-MULTA =
                               FUNCTION NUMVAL(REG-PARAMETRO) / 100
                       END-IF
               END-READ
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                           COMPUTE WRK-PCT-JUROS-DIA =
                               FUNCTION NUMVAL(REG-PARAMETRO) / 1000
                       END-IF
               END-READ
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                           COMPUTE WRK-DIAS-TOLERANCIA =
                               FUNCTION NUMVAL(REG-PARAMETRO)
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       0110-ACHA-ULTIMO-ENCARGO SECTION.
      *==  MESMO PERCURSO DO ARQ064 NA NUMERACAO DAS FATURAS
           MOVE ZEROS TO WRK-ULTIMO-ENCARGO.
           MOVE ZEROS TO ENC-NUMERO.
           START ENCARGOS KEY IS GREATER THAN ENC-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS-ENCARGOS NOT EQUAL 00
                       READ ENCARGOS NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE ENC-NUMERO TO WRK-ULTIMO-ENCARGO
                       END-READ
                   END-PERFORM
                   MOVE ZEROS TO FS-ENCARGOS
           END-START.

       0200-PROCESS SECTION.
           READ RETORNO.
           PERFORM UNTIL FS-RETORNO NOT EQUAL 00
               MOVE "NUMERO DE FATURA INVALIDO" TO WRK-MOTIVO
               PERFORM 0230-REGISTRA-SUSPENSO
           ELSE
      *==  PAGAMENTO DATADO EM MES JA FECHADO PELO FECHAMENTO MENSAL
      *==  (ARQ126) NAO E BAIXADO -- FICA NOS SUSPENSOS ATE A
      *==  REABERTURA DO PERIODO
               MOVE 'V' TO PFP-FUNCAO
               MOVE RET-DATA TO PFP-DATA
               CALL "ARQ127" USING WRK-PFP-PARAMETROS
               IF PFP-RESULTADO EQUAL 'F'
                   MOVE "PERIODO FECHADO" TO WRK-MOTIVO
                   PERFORM 0230-REGISTRA-SUSPENSO
               ELSE
                   MOVE RET-FATURA TO FAT-NUMERO
                   READ FATURAS
                       INVALID KEY
                           MOVE "FATURA NAO ENCONTRADA" TO WRK-MOTIVO
                           PERFORM 0230-REGISTRA-SUSPENSO
                       NOT INVALID KEY
                           EVALUATE FAT-STATUS
                               WHEN 'P'
                                   MOVE "FATURA JA PAGA -- DUPLICATA" TO
                                       WRK-MOTIVO
                                   PERFORM 0230-REGISTRA-SUSPENSO
                               WHEN 'C'
                                   MOVE "FATURA QUITADA POR CREDITO" TO
                                       WRK-MOTIVO
                                   PERFORM 0230-REGISTRA-SUSPENSO
                               WHEN 'B'
                                   PERFORM 0250-RECUPERA-BAIXA
                               WHEN OTHER
                                   PERFORM 0220-BAIXA-FATURA
                           END-EVALUATE
                   END-READ
               END-IF
           END-IF.

       0220-BAIXA-FATURA SECTION.
                   DISPLAY "ERRO AO BAIXAR FATURA " FAT-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-ACUM-BAIXADAS
                   PERFORM 0225-LANCA-PAGAMENTO
                   PERFORM 0227-ACUMULA-PONTOS
                   PERFORM 0240-APURA-ENCARGOS
                   PERFORM 0260-MARCA-PAGA-DIRETO
           END-REWRITE.

       0225-LANCA-PAGAMENTO SECTION.
      *==  O CREDITO E O VALOR QUE O BANCO INFORMOU -- PAGAMENTO A
      *==  MENOR DEIXA SALDO DEVEDOR NA CONTA CORRENTE
           MOVE FAT-ID-CLIENTE TO LCP-ID-CLIENTE.
           MOVE RET-DATA TO LCP-DATA.
           MOVE "PG" TO LCP-TIPO.
           MOVE 'C' TO LCP-NATUREZA.
           MOVE SPACES TO LCP-DOCUMENTO.
           STRING FAT-NUMERO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FAT-PARCELA DELIMITED BY SIZE
               INTO LCP-DOCUMENTO.
           MOVE "PAGAMENTO RECEBIDO (BANCO)" TO LCP-HISTORICO.
           MOVE RET-VALOR TO LCP-VALOR.
           MOVE "ARQ065" TO LCP-PROGRAMA.
           CALL "ARQ115" USING WRK-LCP-PARAMETROS.

       0227-ACUMULA-PONTOS SECTION.
      *==  O QUE FOI PAGO A MAIOR NAO PONTUA -- VALE O MENOR ENTRE O
      *==  VALOR RECEBIDO E O DA PARCELA
           MOVE 'A' TO PNP-FUNCAO.
           MOVE FAT-ID-CLIENTE TO PNP-ID-CLIENTE.
           MOVE SPACES TO PNP-DOCUMENTO.
           STRING FAT-NUMERO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FAT-PARCELA DELIMITED BY SIZE
               INTO PNP-DOCUMENTO.
           IF RET-VALOR < FAT-VALOR
               MOVE RET-VALOR TO PNP-VALOR
           ELSE
               MOVE FAT-VALOR TO PNP-VALOR
           END-IF.
           MOVE ZEROS TO PNP-PONTOS.
           MOVE "ARQ065" TO PNP-PROGRAMA.
           CALL "ARQ144" USING WRK-PNP-PARAMETROS.
           IF PNP-RESULTADO EQUAL 'S'
               ADD PNP-PONTOS TO WRK-ACUM-PONTOS
           END-IF.

       0250-RECUPERA-BAIXA SECTION.
      *==  A FATURA JA SAIU DA CONTA CORRENTE PELA BAIXA -- O ESTORNO
      *==  RECOLOCA O VALOR A DEBITO E O PAGAMENTO ENTRA COMO OS
      *==  DEMAIS; ENCARGOS NAO SAO APURADOS SOBRE PERDA RECUPERADA
           MOVE 'P' TO FAT-STATUS.
           MOVE RET-DATA TO FAT-DATA-PAGTO.
           REWRITE REG-FATURAS
               INVALID KEY
                   DISPLAY "ERRO AO RECUPERAR FATURA " FAT-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-ACUM-RECUPERADAS
                   PERFORM 0255-ESTORNA-BAIXA
                   PERFORM 0225-LANCA-PAGAMENTO
                   PERFORM 0257-MARCA-RECUPERADA
                   PERFORM 0260-MARCA-PAGA-DIRETO
           END-REWRITE.

       0255-ESTORNA-BAIXA SECTION.
           MOVE FAT-ID-CLIENTE TO LCP-ID-CLIENTE.
           MOVE RET-DATA TO LCP-DATA.
           MOVE "RB" TO LCP-TIPO.
           MOVE 'D' TO LCP-NATUREZA.
           MOVE SPACES TO LCP-DOCUMENTO.
           STRING FAT-NUMERO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FAT-PARCELA DELIMITED BY SIZE
               INTO LCP-DOCUMENTO.
           MOVE "RECUPERACAO DE BAIXA POR PERDA" TO LCP-HISTORICO.
           MOVE FAT-VALOR TO LCP-VALOR.
           MOVE "ARQ065" TO LCP-PROGRAMA.
           CALL "ARQ115" USING WRK-LCP-PARAMETROS.

       0257-MARCA-RECUPERADA SECTION.
           IF WRK-BAIXAS-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO BXP-FAT-NUMERO
               READ BAIXAS
                   INVALID KEY
                       DISPLAY "BAIXA NAO ENCONTRADA " FAT-NUMERO
                   NOT INVALID KEY
                       MOVE 'R' TO BXP-STATUS
                       MOVE RET-DATA TO BXP-DATA-RECUPER
                       MOVE RET-VALOR TO BXP-VALOR-RECUPER
                       REWRITE REG-BAIXAS
               END-READ
           END-IF.

       0260-MARCA-PAGA-DIRETO SECTION.
           IF WRK-CEX-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO CEX-FAT-NUMERO
               READ COBRANCA-EXTERNA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CEX-STATUS EQUAL 'E'
                           MOVE 'D' TO CEX-STATUS
                           MOVE RET-DATA TO CEX-DATA-RETORNO
                           REWRITE REG-COBRANCA-EXTERNA
                           ADD 1 TO WRK-ACUM-DIRETO
                       END-IF
               END-READ
           END-IF.

       0240-APURA-ENCARGOS SECTION.
      *==  O LIMITE SEM ENCARGO E O VENCIMENTO ROLADO PARA O PROXIMO
      *==  DIA UTIL MAIS A TOLERANCIA EM DIAS UTEIS; PASSADO O LIMITE,
      *==  OS DIAS DE ATRASO CONTAM DO VENCIMENTO ORIGINAL
           IF FAT-DATA-VENCTO IS NUMERIC AND RET-DATA IS NUMERIC
               MOVE FAT-DATA-VENCTO TO WRK-DATA-LIMITE
               MOVE 'P' TO DUT-FUNCAO
               MOVE FAT-DATA-VENCTO TO DUT-DATA
               CALL "ARQ092" USING WRK-DUT-PARAMETROS
               IF DUT-RESULTADO EQUAL 'S'
                   MOVE DUT-DATA-RESULTADO TO WRK-DATA-LIMITE
               END-IF
               IF WRK-DIAS-TOLERANCIA > ZERO
                   MOVE 'A' TO DUT-FUNCAO
                   MOVE WRK-DATA-LIMITE TO DUT-DATA
                   MOVE WRK-DIAS-TOLERANCIA TO DUT-DIAS
                   CALL "ARQ092" USING WRK-DUT-PARAMETROS
                   IF DUT-RESULTADO EQUAL 'S'
                       MOVE DUT-DATA-RESULTADO TO WRK-DATA-LIMITE
                   END-IF
               END-IF
               IF RET-DATA > WRK-DATA-LIMITE
                   ADD 1 TO WRK-ACUM-ATRASADOS
                   PERFORM 0245-CALCULA-ENCARGOS
               END-IF
           END-IF.

       0245-CALCULA-ENCARGOS SECTION.
           COMPUTE WRK-INT-VENCTO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(FAT-DATA-VENCTO)).
           COMPUTE WRK-INT-PAGTO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(RET-DATA)).
           COMPUTE WRK-DIAS-ATRASO = WRK-INT-PAGTO - WRK-INT-VENCTO.
           COMPUTE WRK-VALOR-MULTA ROUNDED =
               FAT-VALOR * WRK-PCT-MULTA / 100.
           COMPUTE WRK-VALOR-JUROS ROUNDED =
               FAT-VALOR * WRK-PCT-JUROS-DIA / 100 * WRK-DIAS-ATRASO.
           COMPUTE WRK-VALOR-ENCARGOS =
               WRK-VALOR-MULTA + WRK-VALOR-JUROS.
      *==  O QUE O CLIENTE PAGOU ACIMA DO SALDO COBRE OS ENCARGOS
           MOVE ZEROS TO WRK-VALOR-EXCEDENTE.
           IF RET-VALOR > FAT-VALOR
               COMPUTE WRK-VALOR-EXCEDENTE = RET-VALOR - FAT-VALOR
           END-IF.
           IF WRK-VALOR-EXCEDENTE > WRK-VALOR-ENCARGOS
               MOVE WRK-VALOR-ENCARGOS TO WRK-VALOR-EXCEDENTE
           END-IF.
           IF WRK-VALOR-ENCARGOS > ZERO
               PERFORM 0247-GRAVA-ENCARGO
           END-IF.

       0247-GRAVA-ENCARGO SECTION.
           ADD 1 TO WRK-ULTIMO-ENCARGO.
           MOVE SPACES TO REG-ENCARGOS.
           MOVE WRK-ULTIMO-ENCARGO TO ENC-NUMERO.
           MOVE FAT-ID-CLIENTE TO ENC-ID-CLIENTE.
           MOVE FAT-NUMERO TO ENC-FAT-NUMERO.
           MOVE FAT-DATA-VENCTO TO ENC-DATA-VENCTO.
           MOVE RET-DATA TO ENC-DATA-PAGTO.
           MOVE WRK-DIAS-ATRASO TO ENC-DIAS-ATRASO.
           MOVE FAT-VALOR TO ENC-VALOR-BASE.
           MOVE WRK-VALOR-MULTA TO ENC-VALOR-MULTA.
           MOVE WRK-VALOR-JUROS TO ENC-VALOR-JUROS.
           MOVE WRK-VALOR-EXCEDENTE TO ENC-VALOR-RECEBIDO.
           COMPUTE ENC-VALOR-PENDENTE =
               WRK-VALOR-ENCARGOS - WRK-VALOR-EXCEDENTE.
           MOVE ZEROS TO ENC-FAT-COBRANCA.
           IF ENC-VALOR-PENDENTE EQUAL ZERO
               MOVE 'R' TO ENC-STATUS
           ELSE
               MOVE 'P' TO ENC-STATUS
               ADD 1 TO WRK-ACUM-PENDENTES
           END-IF.
           WRITE REG-ENCARGOS
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ENCARGO " ENC-NUMERO
               NOT INVALID KEY
                   ADD WRK-VALOR-ENCARGOS TO WRK-TOT-ENCARGOS
                   PERFORM 0249-LANCA-ENCARGO
           END-WRITE.

       0249-LANCA-ENCARGO SECTION.
           MOVE ENC-ID-CLIENTE TO LCP-ID-CLIENTE.
           MOVE RET-DATA TO LCP-DATA.
           MOVE "EN" TO LCP-TIPO.
           MOVE 'D' TO LCP-NATUREZA.
           MOVE ENC-NUMERO TO LCP-DOCUMENTO.
           MOVE "MULTA E JUROS DE ATRASO" TO LCP-HISTORICO.
           MOVE WRK-VALOR-ENCARGOS TO LCP-VALOR.
           MOVE "ARQ065" TO LCP-PROGRAMA.
           CALL "ARQ115" USING WRK-LCP-PARAMETROS.

       0230-REGISTRA-SUSPENSO SECTION.
      *==  A LINHA ORIGINAL DO BANCO E PRESERVADA INTEIRA -- O ARQ066
      *==  REPROCESSA A PARTIR DELA
           CLOSE RETORNO.
           CLOSE FATURAS.
           CLOSE SUSPENSOS.
           CLOSE ENCARGOS.
           IF WRK-BAIXAS-ABERTO EQUAL 'S'
               CLOSE BAIXAS
           END-IF.
           IF WRK-CEX-ABERTO EQUAL 'S'
               CLOSE COBRANCA-EXTERNA
           END-IF.
           DISPLAY "================================".
           DISPLAY "PAGAMENTOS LIDOS.....: " WRK-ACUM-LIDOS.
           DISPLAY "FATURAS BAIXADAS.....: " WRK-ACUM-BAIXADAS.
           DISPLAY "SUSPENSOS............: " WRK-ACUM-SUSPENSOS.
           DISPLAY "PAGOS EM ATRASO......: " WRK-ACUM-ATRASADOS.
           DISPLAY "ENCARGOS PENDENTES...: " WRK-ACUM-PENDENTES.
           DISPLAY "PERDAS RECUPERADAS...: " WRK-ACUM-RECUPERADAS.
           DISPLAY "PAGAS FORA DA AGENCIA: " WRK-ACUM-DIRETO.
           DISPLAY "PONTOS CONCEDIDOS....: " WRK-ACUM-PONTOS.
           MOVE WRK-TOT-ENCARGOS TO WRK-TOT-EDITADO.
           DISPLAY "ENCARGOS APURADOS....: " WRK-TOT-EDITADO.
           DISPLAY "SUSPENSOS EM PAGAMENTOS-SUSPENSOS.TXT".
           DISPLAY "FIM DE PROGRAMA".

