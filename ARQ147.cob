       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ147 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO MENSAL DO PASSIVO DE PONTOS DE
      *==            FIDELIDADE PARA O FINANCEIRO -- PARA O MES
      *==            INFORMADO (AAAAMM, ENTER=MES ANTERIOR) LE O
      *==            EXTRATO DE PONTOS (PONTOS-FIDELIDADE, VIDE
      *==            PNTREG) E IMPRIME POR CLIENTE O SALDO NO INICIO
      *==            DO MES, OS PONTOS ACUMULADOS, ESTORNADOS,
      *==            RESGATADOS, DEVOLVIDOS E EXPIRADOS NO MES E O
      *==            SALDO NO FIM DO MES; NO TOTAL, OS PONTOS EM ABERTO
      *==            E O PASSIVO EM REAIS PELO VALOR DO PONTO
      *==  SO SAI CLIENTE COM SALDO NO FIM DO MES OU MOVIMENTO NELE
      *==  O SALDO E O DO ULTIMO LANCAMENTO ATE O FIM DO MES -- PONTO
      *==  JA VENCIDO E AINDA NAO EXPIRADO PELO ARQ145 CONTINUA NO
      *==  PASSIVO ATE A EXPIRACAO SER LANCADA
      *==  PARAMETRO EM FIDELIDADE-PARM.TXT (OPCIONAL, O MESMO DO
      *==  MODULO ARQ144): LINHA 3 = VALOR DO PONTO EM CENTAVOS
      *==  (PADRAO 1)
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT PONTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PONTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PNT-CHAVE
               FILE STATUS IS FS-PONTOS.

           SELECT PARAMETROS ASSIGN TO
               "FIDELIDADE-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-PASSIVO-PONTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD PONTOS.
       01 REG-PONTOS.
           COPY PNTREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-PONTOS PIC X(30) VALUE SPACES.

       77 FS-PONTOS PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-VALOR-PONTO PIC 9(03)V99 VALUE 0.01.

      *===========PERIODO DO RELATORIO========================
       77 WRK-PERIODO-TELA PIC X(06) VALUE SPACES.
       77 WRK-PERIODO PIC X(06) VALUE SPACES.
       77 WRK-PERIODO-OK PIC X(01) VALUE 'N'.
       77 WRK-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-MES PIC 9(02) VALUE ZEROS.

      *===========CLIENTE CORRENTE NA LEITURA DO EXTRATO======
       77 WRK-ID-CORRENTE PIC 9(07) VALUE ZEROS.
       77 WRK-TEM-MOVIMENTO PIC X(01) VALUE 'N'.
       77 WRK-CLI-SALDO-INI PIC 9(09) VALUE ZEROS.
       77 WRK-CLI-SALDO-FIM PIC 9(09) VALUE ZEROS.
       77 WRK-CLI-ACUMULO PIC 9(09) VALUE ZEROS.
       77 WRK-CLI-ESTORNO PIC 9(09) VALUE ZEROS.
       77 WRK-CLI-RESGATE PIC 9(09) VALUE ZEROS.
       77 WRK-CLI-DEVOLUCAO PIC 9(09) VALUE ZEROS.
       77 WRK-CLI-EXPIRACAO PIC 9(09) VALUE ZEROS.

      *===========TOTAL GERAL=================================
       77 WRK-TOT-SALDO-INI PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-SALDO-FIM PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-ACUMULO PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-ESTORNO PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-RESGATE PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-DEVOLUCAO PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-EXPIRACAO PIC 9(09) VALUE ZEROS.
       77 WRK-PASSIVO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PASSIVO-EDITADO PIC ZZZZZZZZ9.99.
       77 WRK-PONTO-EDITADO PIC ZZ9.99.

      *===========LINHAS DO RELATORIO=========================
       01 WRK-LINHA-TITULO.
           05 FILLER PIC X(08) VALUE "CLIENTE".
           05 FILLER PIC X(11) VALUE "  SALDO INI".
           05 FILLER PIC X(09) VALUE "  ACUMUL.".
           05 FILLER PIC X(09) VALUE "  ESTORNO".
           05 FILLER PIC X(09) VALUE "  RESGATE".
           05 FILLER PIC X(09) VALUE "  DEVOLV.".
           05 FILLER PIC X(09) VALUE "  EXPIR.".
           05 FILLER PIC X(11) VALUE "  SALDO FIM".
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-CLIENTE     PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-SALDO-INI   PIC ZZZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-ACUMULO     PIC ZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-ESTORNO     PIC ZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-RESGATE     PIC ZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-DEVOLUCAO   PIC ZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-EXPIRACAO   PIC ZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-SALDO-FIM   PIC ZZZZZZZZZ9.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-ACUM-CLIENTES PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-COM-SALDO PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           DISPLAY "RELATORIO DE PASSIVO DE PONTOS DE FIDELIDADE".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           PERFORM 0110-PEDE-PERIODO.
           IF WRK-PERIODO-OK NOT EQUAL 'S'
               GOBACK
           END-IF.
           PERFORM 0102-DETERMINA-AMBIENTE.
           PERFORM 0105-LE-PARAMETROS.
           OPEN INPUT PONTOS.
           IF FS-PONTOS EQUAL 35
               DISPLAY "NENHUM PONTO DE FIDELIDADE LANCADO"
               GOBACK
           END-IF.
           IF FS-PONTOS NOT EQUAL 00
               MOVE "EXTRATO DE PONTOS NAO ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0310-IMPRIME-CABECALHO.

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
                   MOVE "PONTOS-FIDELIDADE-TEST.txt" TO
                       WRK-CAMINHO-PONTOS
               WHEN "DEV"
                   MOVE "PONTOS-FIDELIDADE-DEV.txt" TO
                       WRK-CAMINHO-PONTOS
               WHEN OTHER
                   MOVE "\PONTOS-FIDELIDADE.txt" TO
                       WRK-CAMINHO-PONTOS
           END-EVALUATE.

       0105-LE-PARAMETROS SECTION.
      *==  SO INTERESSA A TERCEIRA LINHA (VALOR DO PONTO)
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS EQUAL 00
               READ PARAMETROS
               READ PARAMETROS
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                           COMPUTE WRK-VALOR-PONTO =
                               FUNCTION NUMVAL(REG-PARAMETRO) / 100
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       0110-PEDE-PERIODO SECTION.
      *==  MESMA ENTRADA DO RELATORIO DE COTACOES (ARQ141) -- O MES
      *==  CORRENTE TAMBEM PODE SER CONSULTADO (PARCIAL)
           MOVE 'N' TO WRK-PERIODO-OK.
           MOVE SPACES TO WRK-PERIODO-TELA.
           DISPLAY "PERIODO (AAAAMM, ENTER=MES ANTERIOR)...".
           ACCEPT WRK-PERIODO-TELA.
           IF WRK-PERIODO-TELA EQUAL SPACES
               MOVE WRK-DATA-HOJE (1:4) TO WRK-ANO
               MOVE WRK-DATA-HOJE (5:2) TO WRK-MES
               IF WRK-MES EQUAL 1
                   SUBTRACT 1 FROM WRK-ANO
                   MOVE 12 TO WRK-MES
               ELSE
                   SUBTRACT 1 FROM WRK-MES
               END-IF
               MOVE WRK-ANO TO WRK-PERIODO (1:4)
               MOVE WRK-MES TO WRK-PERIODO (5:2)
           ELSE
               MOVE WRK-PERIODO-TELA TO WRK-PERIODO
           END-IF.
           IF WRK-PERIODO IS NOT NUMERIC
               DISPLAY "PERIODO INVALIDO"
           ELSE
               MOVE WRK-PERIODO (5:2) TO WRK-MES
               IF WRK-MES < 1 OR WRK-MES > 12
                   DISPLAY "PERIODO INVALIDO"
               ELSE
                   IF WRK-PERIODO > WRK-DATA-HOJE (1:6)
                       DISPLAY "PERIODO FUTURO"
                   ELSE
                       MOVE 'S' TO WRK-PERIODO-OK
                   END-IF
               END-IF
           END-IF.

       0200-PROCESS SECTION.
           READ PONTOS.
           IF FS-PONTOS EQUAL 00
               MOVE PNT-ID-CLIENTE TO WRK-ID-CORRENTE
               PERFORM 0205-ZERA-CLIENTE
           END-IF.
           PERFORM UNTIL FS-PONTOS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDOS
               IF PNT-ID-CLIENTE NOT EQUAL WRK-ID-CORRENTE
                   PERFORM 0220-FECHA-CLIENTE
                   MOVE PNT-ID-CLIENTE TO WRK-ID-CORRENTE
                   PERFORM 0205-ZERA-CLIENTE
               END-IF
               PERFORM 0210-ACUMULA-LANCAMENTO
               READ PONTOS
           END-PERFORM.
           IF WRK-ACUM-LIDOS > ZERO
               PERFORM 0220-FECHA-CLIENTE
           END-IF.

       0205-ZERA-CLIENTE SECTION.
           MOVE 'N' TO WRK-TEM-MOVIMENTO.
           MOVE ZEROS TO WRK-CLI-SALDO-INI.
           MOVE ZEROS TO WRK-CLI-SALDO-FIM.
           MOVE ZEROS TO WRK-CLI-ACUMULO.
           MOVE ZEROS TO WRK-CLI-ESTORNO.
           MOVE ZEROS TO WRK-CLI-RESGATE.
           MOVE ZEROS TO WRK-CLI-DEVOLUCAO.
           MOVE ZEROS TO WRK-CLI-EXPIRACAO.
           ADD 1 TO WRK-ACUM-CLIENTES.

       0210-ACUMULA-LANCAMENTO SECTION.
      *==  O EXTRATO E GRAVADO EM ORDEM DE DATA -- LANCAMENTO DEPOIS
      *==  DO MES NAO MUDA NADA
           EVALUATE TRUE
               WHEN PNT-DATA (1:6) < WRK-PERIODO
                   MOVE PNT-SALDO TO WRK-CLI-SALDO-INI
                   MOVE PNT-SALDO TO WRK-CLI-SALDO-FIM
               WHEN PNT-DATA (1:6) EQUAL WRK-PERIODO
                   MOVE 'S' TO WRK-TEM-MOVIMENTO
                   MOVE PNT-SALDO TO WRK-CLI-SALDO-FIM
                   EVALUATE PNT-TIPO
                       WHEN "AC"
                           ADD PNT-PONTOS TO WRK-CLI-ACUMULO
                       WHEN "EA"
                           ADD PNT-PONTOS TO WRK-CLI-ESTORNO
                       WHEN "RS"
                           ADD PNT-PONTOS TO WRK-CLI-RESGATE
                       WHEN "CR"
                           ADD PNT-PONTOS TO WRK-CLI-DEVOLUCAO
                       WHEN "EX"
                           ADD PNT-PONTOS TO WRK-CLI-EXPIRACAO
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0220-FECHA-CLIENTE SECTION.
           IF WRK-CLI-SALDO-FIM > ZERO OR WRK-TEM-MOVIMENTO EQUAL 'S'
               MOVE WRK-ID-CORRENTE TO WRK-LIN-CLIENTE
               MOVE WRK-CLI-SALDO-INI TO WRK-LIN-SALDO-INI
               MOVE WRK-CLI-ACUMULO TO WRK-LIN-ACUMULO
               MOVE WRK-CLI-ESTORNO TO WRK-LIN-ESTORNO
               MOVE WRK-CLI-RESGATE TO WRK-LIN-RESGATE
               MOVE WRK-CLI-DEVOLUCAO TO WRK-LIN-DEVOLUCAO
               MOVE WRK-CLI-EXPIRACAO TO WRK-LIN-EXPIRACAO
               MOVE WRK-CLI-SALDO-FIM TO WRK-LIN-SALDO-FIM
               MOVE WRK-LINHA-DETALHE TO REG-RELATORIO
               WRITE REG-RELATORIO
               ADD WRK-CLI-SALDO-INI TO WRK-TOT-SALDO-INI
               ADD WRK-CLI-ACUMULO TO WRK-TOT-ACUMULO
               ADD WRK-CLI-ESTORNO TO WRK-TOT-ESTORNO
               ADD WRK-CLI-RESGATE TO WRK-TOT-RESGATE
               ADD WRK-CLI-DEVOLUCAO TO WRK-TOT-DEVOLUCAO
               ADD WRK-CLI-EXPIRACAO TO WRK-TOT-EXPIRACAO
               ADD WRK-CLI-SALDO-FIM TO WRK-TOT-SALDO-FIM
               IF WRK-CLI-SALDO-FIM > ZERO
                   ADD 1 TO WRK-ACUM-COM-SALDO
               END-IF
           END-IF.

       0300-FINISH SECTION.
           CLOSE PONTOS.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "TOTAL" TO WRK-LIN-CLIENTE.
           MOVE WRK-TOT-SALDO-INI TO WRK-LIN-SALDO-INI.
           MOVE WRK-TOT-ACUMULO TO WRK-LIN-ACUMULO.
           MOVE WRK-TOT-ESTORNO TO WRK-LIN-ESTORNO.
           MOVE WRK-TOT-RESGATE TO WRK-LIN-RESGATE.
           MOVE WRK-TOT-DEVOLUCAO TO WRK-LIN-DEVOLUCAO.
           MOVE WRK-TOT-EXPIRACAO TO WRK-LIN-EXPIRACAO.
           MOVE WRK-TOT-SALDO-FIM TO WRK-LIN-SALDO-FIM.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           COMPUTE WRK-PASSIVO = WRK-TOT-SALDO-FIM * WRK-VALOR-PONTO.
           MOVE WRK-PASSIVO TO WRK-PASSIVO-EDITADO.
           MOVE WRK-VALOR-PONTO TO WRK-PONTO-EDITADO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CLIENTES COM SALDO........: " DELIMITED BY SIZE
               WRK-ACUM-COM-SALDO DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PONTOS EM ABERTO..........: " DELIMITED BY SIZE
               WRK-TOT-SALDO-FIM DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "VALOR DO PONTO (R$).......: " DELIMITED BY SIZE
               WRK-PONTO-EDITADO DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PASSIVO DE PONTOS (R$)....: " DELIMITED BY SIZE
               WRK-PASSIVO-EDITADO DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "PERIODO..............: " WRK-PERIODO.
           DISPLAY "LANCAMENTOS LIDOS....: " WRK-ACUM-LIDOS.
           DISPLAY "CLIENTES NO EXTRATO..: " WRK-ACUM-CLIENTES.
           DISPLAY "CLIENTES COM SALDO...: " WRK-ACUM-COM-SALDO.
           DISPLAY "PONTOS EM ABERTO.....: " WRK-TOT-SALDO-FIM.
           DISPLAY "PASSIVO (R$).........: " WRK-PASSIVO-EDITADO.
           DISPLAY "RELATORIO EM RELATORIO-PASSIVO-PONTOS.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-IMPRIME-CABECALHO SECTION.
           MOVE "RELATORIO DE PASSIVO DE PONTOS DE FIDELIDADE"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PERIODO: " DELIMITED BY SIZE
               WRK-PERIODO DELIMITED BY SIZE
               "   DATA: " DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               "   SALDOS EM PONTOS" DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
