       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ167 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: PREVISAO DE RECEBIMENTOS POR DIA UTIL PARA A
      *==            TESOURARIA (RELATORIO-PREVISAO-CAIXA.TXT) -- CADA
      *==            FATURA ABERTA (FAT-STATUS 'A') ENTRA NA DATA DE
      *==            VENCIMENTO SOMADA DO ATRASO MEDIO DO CLIENTE
      *==            (PAGAMENTO MENOS VENCIMENTO NAS FATURAS PAGAS),
      *==            ROLADA PARA O PROXIMO DIA UTIL (ARQ092); TOTAIS
      *==            POR DIA E POR SEMANA NAS 8 SEMANAS SEGUINTES A
      *==            EXECUCAO, COM LINHAS A PARTE PARA O QUE JA ESTA
      *==            VENCIDO E PARA O PROVAVELMENTE INCOBRAVEL; RODA NA
      *==            CADEIA NOTURNA (ARQ036)
      *==  VENCIDA E A FATURA CUJA DATA PREVISTA JA PASSOU (ATRASO
      *==  ALEM DO HABITUAL DO CLIENTE); PROVAVELMENTE INCOBRAVEL E A
      *==  VENCIDA HA MAIS DIAS QUE O LIMITE OU EM COBRANCA NA
      *==  AGENCIA (COBRANCA-EXTERNA, CEX-STATUS 'E')
      *==  CLIENTE SEM FATURA PAGA TEM ATRASO MEDIO ZERO
      *==  CADA EXECUCAO GRAVA A PREVISAO DOS DIAS UTEIS EM
      *==  PREVISAO-RECEBIMENTOS.TXT (VIDE PRVREG) E COMPARA A
      *==  PREVISAO GRAVADA HA PELO MENOS N DIAS COM O QUE O RETORNO
      *==  BANCARIO (ARQ065) BAIXOU EM CADA DIA ATE HOJE
      *==  PARAMETROS EM PREVISAO-PARM.TXT (OPCIONAL):
      *==    LINHA 1 = DIAS DE ATRASO PARA PROVAVELMENTE INCOBRAVEL
      *==              (PADRAO 180, O MESMO DA BAIXA DO ARQ117)
      *==    LINHA 2 = IDADE MINIMA DA PREVISAO COMPARADA EM DIAS
      *==              (PADRAO 7)
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT PREVISOES ASSIGN TO
               "PREVISAO-RECEBIMENTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREVISOES.

           SELECT PARAMETROS ASSIGN TO
               "PREVISAO-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT SORT-WORK ASSIGN TO
               "SORTWORK-PREVISAO".

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-PREVISAO-CAIXA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD COBRANCA-EXTERNA.
       01 REG-COBRANCA-EXTERNA.
           COPY CEXREG.

       FD PREVISOES.
       01 REG-PREVISAO.
           COPY PRVREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

      *==  TIPO: 1=FATURA PAGA (SO O ATRASO)  2=FATURA ABERTA -- AS
      *==  PAGAS DO CLIENTE CHEGAM ANTES DAS ABERTAS
       SD SORT-WORK.
       01 SD-FATURA.
           05 SD-ID-CLIENTE  PIC 9(07).
           05 SD-TIPO        PIC X(01).
           05 SD-FAT-NUMERO  PIC 9(07).
           05 SD-DATA-VENCTO PIC X(08).
           05 SD-VALOR       PIC 9(07)V99.
           05 SD-ATRASO      PIC S9(05).
           05 SD-COBRANCA    PIC X(01).

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.

      *===========RETORNO DA ETAPA PARA A CADEIA (ARQ036)=====
      *==  RETURN-CODE E O STATUS DE SAIDA DO PROCESSO PARA O
      *==  ESCALONADOR; COMO OS PROGRAMAS SAO INITIAL, O ITEM
      *==  EXTERNAL LEVA O MESMO STATUS DE VOLTA AO DRIVER DA
      *==  CADEIA DENTRO DA MESMA EXECUCAO
       01 CADEIA-RETORNO EXTERNAL PIC 9(02).

       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CEX PIC X(30) VALUE SPACES.

       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-CEX PIC 9(02) VALUE ZEROS.
       77 FS-PREVISOES PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-CEX-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRO PIC X(01) VALUE 'S'.

      *===========DATAS=======================================
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-INT-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-CALC PIC 9(08) VALUE ZEROS.
       01 WRK-DUT-PARAMETROS.
           COPY DUTPRM.

      *===========PARAMETROS==================================
       77 WRK-DIAS-INCOBRAVEL PIC 9(03) VALUE 180.
       77 WRK-DIAS-COMPARACAO PIC 9(03) VALUE 7.

      *===========PREVISAO DAS 8 SEMANAS (56 DIAS)=============
       01 WRK-TAB-DIAS.
           05 WRK-TDI-ITEM OCCURS 56 TIMES
               INDEXED BY WRK-TDI-IDX.
               10 WRK-TDI-DATA    PIC X(08).
               10 WRK-TDI-UTIL    PIC X(01).
               10 WRK-TDI-VALOR   PIC 9(09)V99.
       77 WRK-DIA PIC 9(03) VALUE ZEROS.
       77 WRK-SEMANA PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-INICIO PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-SEMANA PIC 9(09)V99 VALUE ZEROS.

      *===========COMPARACAO COM PREVISAO ANTERIOR=============
       77 WRK-DATA-CORTE PIC X(08) VALUE SPACES.
       77 WRK-EXEC-COMPARADA PIC X(14) VALUE SPACES.
       01 WRK-TAB-COMPARACAO.
           05 WRK-TCP-ITEM OCCURS 56 TIMES
               INDEXED BY WRK-TCP-IDX.
               10 WRK-TCP-DATA      PIC X(08).
               10 WRK-TCP-PREVISTO  PIC 9(09)V99.
               10 WRK-TCP-REALIZADO PIC 9(09)V99.
       77 WRK-TCP-TOTAL PIC 9(02) VALUE ZEROS.
       77 WRK-TOT-PREVISTO-ANT PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-REALIZADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(09)V99 VALUE ZEROS.

      *===========APURACAO DO CLIENTE CORRENTE================
       77 WRK-ID-ATUAL PIC 9(07) VALUE ZEROS.
       77 WRK-SOMA-ATRASO PIC S9(09) VALUE ZEROS.
       77 WRK-QTDE-PAGAS PIC 9(05) VALUE ZEROS.
       77 WRK-ATRASO-MEDIO PIC S9(05) VALUE ZEROS.
       77 WRK-ATRASO PIC S9(05) VALUE ZEROS.
       77 WRK-INT-VENCTO PIC 9(07) VALUE ZEROS.
       77 WRK-INT-PREVISTA PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-VENCIDA PIC S9(07) VALUE ZEROS.
       77 WRK-DATA-PREVISTA PIC X(08) VALUE SPACES.
       77 WRK-CLASSE PIC X(01) VALUE SPACES.

      *===========TOTAIS DO RELATORIO=========================
       77 WRK-TOT-PREVISTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ALEM PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-VENCIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-INCOBRAVEL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-EDIT PIC ZZZZZZZZ9.99.
       77 WRK-TOTAL-EDIT-2 PIC ZZZZZZZZ9.99.
       77 WRK-DIFERENCA-EDIT PIC -ZZZZZZZZ9.99.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-PAGAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ABERTAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-PREVISTAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ALEM PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-VENCIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-INCOBRAVEIS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-DATA-HORA.
           MOVE WRK-DATA-HORA (1:8) TO WRK-DATA-HOJE.
           COMPUTE WRK-INT-HOJE = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WRK-DATA-HOJE)).
           PERFORM 0105-LE-PARAMETROS.
           PERFORM 0108-MONTA-DIAS.
           PERFORM 0110-CARREGA-COMPARACAO.
           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL 00
               MOVE "FATURAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT COBRANCA-EXTERNA.
           IF FS-CEX EQUAL 00
               MOVE 'S' TO WRK-CEX-ABERTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
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
                   MOVE "COBRANCA-EXTERNA-TEST.txt" TO WRK-CAMINHO-CEX
               WHEN "DEV"
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "COBRANCA-EXTERNA-DEV.txt" TO WRK-CAMINHO-CEX
               WHEN OTHER
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
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
                           COMPUTE WRK-DIAS-INCOBRAVEL =
                               FUNCTION NUMVAL(REG-PARAMETRO)
                       END-IF
               END-READ
               IF FS-PARAMETROS EQUAL 00
                   READ PARAMETROS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                               COMPUTE WRK-DIAS-COMPARACAO =
                                   FUNCTION NUMVAL(REG-PARAMETRO)
                           END-IF
                   END-READ
               END-IF
               CLOSE PARAMETROS
           END-IF.

       0108-MONTA-DIAS SECTION.
      *==  O HORIZONTE COMECA NO DIA SEGUINTE AO DA EXECUCAO -- A
      *==  CADEIA RODA A NOITE, DEPOIS DO RETORNO BANCARIO DO DIA
           PERFORM VARYING WRK-TDI-IDX FROM 1 BY 1
               UNTIL WRK-TDI-IDX > 56
               SET WRK-DIA TO WRK-TDI-IDX
               COMPUTE WRK-DATA-CALC = FUNCTION DATE-OF-INTEGER
                   (WRK-INT-HOJE + WRK-DIA)
               MOVE WRK-DATA-CALC TO WRK-TDI-DATA (WRK-TDI-IDX)
               MOVE ZEROS TO WRK-TDI-VALOR (WRK-TDI-IDX)
               MOVE 'U' TO DUT-FUNCAO
               MOVE WRK-TDI-DATA (WRK-TDI-IDX) TO DUT-DATA
               CALL "ARQ092" USING WRK-DUT-PARAMETROS
               MOVE DUT-RESULTADO TO WRK-TDI-UTIL (WRK-TDI-IDX)
           END-PERFORM.

       0110-CARREGA-COMPARACAO SECTION.
      *==  VALE A EXECUCAO MAIS RECENTE GRAVADA HA PELO MENOS N DIAS
      *==  -- DELA SAO COMPARADOS OS DIAS PREVISTOS ATE HOJE
           COMPUTE WRK-DATA-CALC = FUNCTION DATE-OF-INTEGER
               (WRK-INT-HOJE - WRK-DIAS-COMPARACAO).
           MOVE WRK-DATA-CALC TO WRK-DATA-CORTE.
           OPEN INPUT PREVISOES.
           IF FS-PREVISOES EQUAL 00
               READ PREVISOES
               PERFORM UNTIL FS-PREVISOES NOT EQUAL 00
                   IF PRV-DATA-HORA (1:8) <= WRK-DATA-CORTE
                       AND PRV-DATA-HORA > WRK-EXEC-COMPARADA
                       MOVE PRV-DATA-HORA TO WRK-EXEC-COMPARADA
                   END-IF
                   READ PREVISOES
               END-PERFORM
               CLOSE PREVISOES
           END-IF.
           IF WRK-EXEC-COMPARADA NOT EQUAL SPACES
               OPEN INPUT PREVISOES
               READ PREVISOES
               PERFORM UNTIL FS-PREVISOES NOT EQUAL 00
                   IF PRV-DATA-HORA EQUAL WRK-EXEC-COMPARADA
                       AND PRV-DATA-PREVISTA <= WRK-DATA-HOJE
                       AND WRK-TCP-TOTAL < 56
                       ADD 1 TO WRK-TCP-TOTAL
                       MOVE PRV-DATA-PREVISTA TO
                           WRK-TCP-DATA (WRK-TCP-TOTAL)
                       MOVE PRV-VALOR TO
                           WRK-TCP-PREVISTO (WRK-TCP-TOTAL)
                       MOVE ZEROS TO WRK-TCP-REALIZADO (WRK-TCP-TOTAL)
                   END-IF
                   READ PREVISOES
               END-PERFORM
               CLOSE PREVISOES
           END-IF.

       0200-PROCESS SECTION.
           SORT SORT-WORK
               ON ASCENDING KEY SD-ID-CLIENTE SD-TIPO
               INPUT PROCEDURE 0210-LIBERA-FATURAS
               OUTPUT PROCEDURE 0250-PREVE-RECEBIMENTOS.

       0210-LIBERA-FATURAS SECTION.
           READ FATURAS.
           PERFORM UNTIL FS-FATURAS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDAS
               IF FAT-DATA-VENCTO IS NUMERIC
                   EVALUATE FAT-STATUS
                       WHEN 'P'
                           IF FAT-DATA-PAGTO IS NUMERIC
                               PERFORM 0220-LIBERA-PAGA
                           END-IF
                       WHEN 'A'
                           PERFORM 0230-LIBERA-ABERTA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               READ FATURAS
           END-PERFORM.

       0220-LIBERA-PAGA SECTION.
           ADD 1 TO WRK-ACUM-PAGAS.
           COMPUTE WRK-ATRASO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(FAT-DATA-PAGTO))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(FAT-DATA-VENCTO)).
           MOVE FAT-ID-CLIENTE TO SD-ID-CLIENTE.
           MOVE '1' TO SD-TIPO.
           MOVE FAT-NUMERO TO SD-FAT-NUMERO.
           MOVE FAT-DATA-VENCTO TO SD-DATA-VENCTO.
           MOVE FAT-VALOR TO SD-VALOR.
           MOVE WRK-ATRASO TO SD-ATRASO.
           MOVE 'N' TO SD-COBRANCA.
           RELEASE SD-FATURA.
           PERFORM 0225-SOMA-REALIZADO.

       0225-SOMA-REALIZADO SECTION.
           PERFORM VARYING WRK-TCP-IDX FROM 1 BY 1
               UNTIL WRK-TCP-IDX > WRK-TCP-TOTAL
               IF WRK-TCP-DATA (WRK-TCP-IDX) EQUAL FAT-DATA-PAGTO
                   ADD FAT-VALOR TO WRK-TCP-REALIZADO (WRK-TCP-IDX)
               END-IF
           END-PERFORM.

       0230-LIBERA-ABERTA SECTION.
           ADD 1 TO WRK-ACUM-ABERTAS.
           MOVE FAT-ID-CLIENTE TO SD-ID-CLIENTE.
           MOVE '2' TO SD-TIPO.
           MOVE FAT-NUMERO TO SD-FAT-NUMERO.
           MOVE FAT-DATA-VENCTO TO SD-DATA-VENCTO.
           MOVE FAT-VALOR TO SD-VALOR.
           MOVE ZEROS TO SD-ATRASO.
           MOVE 'N' TO SD-COBRANCA.
           IF WRK-CEX-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO CEX-FAT-NUMERO
               READ COBRANCA-EXTERNA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CEX-STATUS EQUAL 'E'
                           MOVE 'S' TO SD-COBRANCA
                       END-IF
               END-READ
           END-IF.
           RELEASE SD-FATURA.

       0250-PREVE-RECEBIMENTOS SECTION.
           MOVE 'N' TO WRK-FIM-SORT.
           RETURN SORT-WORK
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
           PERFORM UNTIL WRK-FIM-SORT EQUAL 'S'
               IF WRK-PRIMEIRO EQUAL 'S'
                   OR SD-ID-CLIENTE NOT EQUAL WRK-ID-ATUAL
                   MOVE 'N' TO WRK-PRIMEIRO
                   MOVE SD-ID-CLIENTE TO WRK-ID-ATUAL
                   MOVE ZEROS TO WRK-SOMA-ATRASO WRK-QTDE-PAGAS
                   MOVE ZEROS TO WRK-ATRASO-MEDIO
               END-IF
               IF SD-TIPO EQUAL '1'
                   ADD SD-ATRASO TO WRK-SOMA-ATRASO
                   ADD 1 TO WRK-QTDE-PAGAS
                   COMPUTE WRK-ATRASO-MEDIO ROUNDED =
                       WRK-SOMA-ATRASO / WRK-QTDE-PAGAS
               ELSE
                   PERFORM 0260-PREVE-FATURA
               END-IF
               RETURN SORT-WORK
                   AT END
                       MOVE 'S' TO WRK-FIM-SORT
               END-RETURN
           END-PERFORM.

       0260-PREVE-FATURA SECTION.
      *==  CLASSE: I=PROVAVELMENTE INCOBRAVEL  V=VENCIDA
      *==  A=ALEM DAS 8 SEMANAS  D=PREVISTA NO DIA
           MOVE SPACES TO WRK-CLASSE.
           COMPUTE WRK-INT-VENCTO = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(SD-DATA-VENCTO)).
           COMPUTE WRK-DIAS-VENCIDA = WRK-INT-HOJE - WRK-INT-VENCTO.
           IF SD-COBRANCA EQUAL 'S'
               OR WRK-DIAS-VENCIDA > WRK-DIAS-INCOBRAVEL
               MOVE 'I' TO WRK-CLASSE
           ELSE
               COMPUTE WRK-INT-PREVISTA =
                   WRK-INT-VENCTO + WRK-ATRASO-MEDIO
               IF WRK-INT-PREVISTA NOT > WRK-INT-HOJE
                   IF WRK-DIAS-VENCIDA > ZERO
                       MOVE 'V' TO WRK-CLASSE
                   ELSE
                       COMPUTE WRK-INT-PREVISTA = WRK-INT-HOJE + 1
                   END-IF
               END-IF
           END-IF.
           IF WRK-CLASSE EQUAL SPACES
               PERFORM 0265-ROLA-DIA-UTIL
           END-IF.
           EVALUATE WRK-CLASSE
               WHEN 'I'
                   ADD 1 TO WRK-ACUM-INCOBRAVEIS
                   ADD SD-VALOR TO WRK-TOT-INCOBRAVEL
               WHEN 'V'
                   ADD 1 TO WRK-ACUM-VENCIDAS
                   ADD SD-VALOR TO WRK-TOT-VENCIDO
               WHEN 'A'
                   ADD 1 TO WRK-ACUM-ALEM
                   ADD SD-VALOR TO WRK-TOT-ALEM
               WHEN 'D'
                   ADD 1 TO WRK-ACUM-PREVISTAS
                   ADD SD-VALOR TO WRK-TDI-VALOR (WRK-DIA)
                   ADD SD-VALOR TO WRK-TOT-PREVISTO
           END-EVALUATE.

       0265-ROLA-DIA-UTIL SECTION.
      *==  SABADO, DOMINGO E FERIADO EMPURRAM O RECEBIMENTO PARA O
      *==  PROXIMO DIA UTIL, COMO O VENCIMENTO NO ARQ065
           COMPUTE WRK-DATA-CALC = FUNCTION DATE-OF-INTEGER
               (WRK-INT-PREVISTA).
           MOVE WRK-DATA-CALC TO WRK-DATA-PREVISTA.
           MOVE 'P' TO DUT-FUNCAO.
           MOVE WRK-DATA-PREVISTA TO DUT-DATA.
           CALL "ARQ092" USING WRK-DUT-PARAMETROS.
           IF DUT-RESULTADO EQUAL 'S'
               MOVE DUT-DATA-RESULTADO TO WRK-DATA-PREVISTA
               COMPUTE WRK-INT-PREVISTA = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WRK-DATA-PREVISTA))
           END-IF.
           IF WRK-INT-PREVISTA - WRK-INT-HOJE > 56
               MOVE 'A' TO WRK-CLASSE
           ELSE
               COMPUTE WRK-DIA = WRK-INT-PREVISTA - WRK-INT-HOJE
               MOVE 'D' TO WRK-CLASSE
           END-IF.

       0300-FINISH SECTION.
           CLOSE FATURAS.
           IF WRK-CEX-ABERTO EQUAL 'S'
               CLOSE COBRANCA-EXTERNA
           END-IF.
           PERFORM 0310-IMPRIME-CABECALHO.
           PERFORM 0320-IMPRIME-POR-DIA.
           PERFORM 0330-IMPRIME-POR-SEMANA.
           PERFORM 0340-IMPRIME-TOTAIS.
           PERFORM 0350-IMPRIME-COMPARACAO.
           CLOSE RELATORIO.
           PERFORM 0360-GRAVA-PREVISAO.
           DISPLAY "================================".
           DISPLAY "FATURAS LIDAS........: " WRK-ACUM-LIDAS.
           DISPLAY "PAGAS (ATRASO MEDIO).: " WRK-ACUM-PAGAS.
           DISPLAY "ABERTAS..............: " WRK-ACUM-ABERTAS.
           DISPLAY "PREVISTAS NO PERIODO.: " WRK-ACUM-PREVISTAS.
           DISPLAY "ALEM DE 8 SEMANAS....: " WRK-ACUM-ALEM.
           DISPLAY "VENCIDAS.............: " WRK-ACUM-VENCIDAS.
           DISPLAY "PROV. INCOBRAVEIS....: " WRK-ACUM-INCOBRAVEIS.
           DISPLAY "VIDE RELATORIO-PREVISAO-CAIXA.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-IMPRIME-CABECALHO SECTION.
           MOVE "PREVISAO DE RECEBIMENTOS POR DIA UTIL -- 8 SEMANAS"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA: " DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               "   PERIODO: " DELIMITED BY SIZE
               WRK-TDI-DATA (1) DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WRK-TDI-DATA (56) DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "VENCIMENTO + ATRASO MEDIO DO CLIENTE, NO DIA UTIL"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0320-IMPRIME-POR-DIA SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "PREVISTO POR DIA UTIL" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-TDI-IDX FROM 1 BY 1
               UNTIL WRK-TDI-IDX > 56
               IF WRK-TDI-UTIL (WRK-TDI-IDX) EQUAL 'S'
                   MOVE WRK-TDI-VALOR (WRK-TDI-IDX) TO WRK-TOTAL-EDIT
                   MOVE SPACES TO REG-RELATORIO
                   STRING "  " DELIMITED BY SIZE
                       WRK-TDI-DATA (WRK-TDI-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-TOTAL-EDIT DELIMITED BY SIZE
                       INTO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM.

       0330-IMPRIME-POR-SEMANA SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "PREVISTO POR SEMANA" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-SEMANA FROM 1 BY 1 UNTIL WRK-SEMANA > 8
               COMPUTE WRK-DIA-INICIO = (WRK-SEMANA - 1) * 7 + 1
               MOVE ZEROS TO WRK-VALOR-SEMANA
               PERFORM VARYING WRK-DIA FROM WRK-DIA-INICIO BY 1
                   UNTIL WRK-DIA > WRK-DIA-INICIO + 6
                   ADD WRK-TDI-VALOR (WRK-DIA) TO WRK-VALOR-SEMANA
               END-PERFORM
               MOVE WRK-VALOR-SEMANA TO WRK-TOTAL-EDIT
               MOVE SPACES TO REG-RELATORIO
               STRING "  SEMANA " DELIMITED BY SIZE
                   WRK-SEMANA DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WRK-TDI-DATA (WRK-DIA-INICIO) DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   WRK-TDI-DATA (WRK-DIA-INICIO + 6) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WRK-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.

       0340-IMPRIME-TOTAIS SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-PREVISTO TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL PREVISTO NAS 8 SEMANAS.......: "
               DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-ALEM TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PREVISTO DEPOIS DAS 8 SEMANAS......: "
               DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-VENCIDO TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "JA VENCIDO (ATRASO ALEM DO MEDIO)..: "
               DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-INCOBRAVEL TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PROVAVELMENTE INCOBRAVEL...........: "
               DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0350-IMPRIME-COMPARACAO SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WRK-TCP-TOTAL EQUAL ZERO
               MOVE "SEM PREVISAO ANTERIOR PARA COMPARAR"
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               MOVE SPACES TO REG-RELATORIO
               STRING "PREVISTO X REALIZADO (PREVISAO DE "
                   DELIMITED BY SIZE
                   WRK-EXEC-COMPARADA (1:8) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE "  DIA           PREVISTO" TO REG-RELATORIO
               MOVE "REALIZADO     DIFERENCA" TO REG-RELATORIO (28:23)
               WRITE REG-RELATORIO
               PERFORM VARYING WRK-TCP-IDX FROM 1 BY 1
                   UNTIL WRK-TCP-IDX > WRK-TCP-TOTAL
                   PERFORM 0355-IMPRIME-DIA-COMPARADO
               END-PERFORM
               MOVE WRK-TOT-PREVISTO-ANT TO WRK-TOTAL-EDIT
               MOVE WRK-TOT-REALIZADO TO WRK-TOTAL-EDIT-2
               COMPUTE WRK-DIFERENCA =
                   WRK-TOT-REALIZADO - WRK-TOT-PREVISTO-ANT
               MOVE WRK-DIFERENCA TO WRK-DIFERENCA-EDIT
               MOVE SPACES TO REG-RELATORIO
               STRING "  TOTAL    " DELIMITED BY SIZE
                   WRK-TOTAL-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-TOTAL-EDIT-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-DIFERENCA-EDIT DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       0355-IMPRIME-DIA-COMPARADO SECTION.
           ADD WRK-TCP-PREVISTO (WRK-TCP-IDX) TO WRK-TOT-PREVISTO-ANT.
           ADD WRK-TCP-REALIZADO (WRK-TCP-IDX) TO WRK-TOT-REALIZADO.
           COMPUTE WRK-DIFERENCA = WRK-TCP-REALIZADO (WRK-TCP-IDX)
               - WRK-TCP-PREVISTO (WRK-TCP-IDX).
           MOVE WRK-TCP-PREVISTO (WRK-TCP-IDX) TO WRK-TOTAL-EDIT.
           MOVE WRK-TCP-REALIZADO (WRK-TCP-IDX) TO WRK-TOTAL-EDIT-2.
           MOVE WRK-DIFERENCA TO WRK-DIFERENCA-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  " DELIMITED BY SIZE
               WRK-TCP-DATA (WRK-TCP-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-TOTAL-EDIT-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-DIFERENCA-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0360-GRAVA-PREVISAO SECTION.
      *==  TODO DIA UTIL DO HORIZONTE E GRAVADO, MESMO COM ZERO, PARA
      *==  QUE O RECEBIDO SEM PREVISAO TAMBEM APARECA NA COMPARACAO
           OPEN EXTEND PREVISOES.
           IF FS-PREVISOES EQUAL 35
               OPEN OUTPUT PREVISOES
               CLOSE PREVISOES
               OPEN EXTEND PREVISOES
           END-IF.
           PERFORM VARYING WRK-TDI-IDX FROM 1 BY 1
               UNTIL WRK-TDI-IDX > 56
               IF WRK-TDI-UTIL (WRK-TDI-IDX) EQUAL 'S'
                   MOVE SPACES TO REG-PREVISAO
                   MOVE WRK-DATA-HORA TO PRV-DATA-HORA
                   MOVE WRK-TDI-DATA (WRK-TDI-IDX) TO
                       PRV-DATA-PREVISTA
                   MOVE WRK-TDI-VALOR (WRK-TDI-IDX) TO PRV-VALOR
                   WRITE REG-PREVISAO
               END-IF
           END-PERFORM.
           CLOSE PREVISOES.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           MOVE 8 TO CADEIA-RETORNO.
           GOBACK.
