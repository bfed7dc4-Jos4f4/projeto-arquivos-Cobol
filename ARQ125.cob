       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ125 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: EXTRATO DIARIO DO CONTAS A RECEBER PARA A
      *==            CONTABILIDADE -- CADA EVENTO DA DATA PEDIDA
      *==            (LANCAMENTOS DA CONTA CORRENTE DO CLIENTE,
      *==            ARQ115: FATURA EMITIDA PELO ARQ064, PAGAMENTOS
      *==            BAIXADOS PELO ARQ065/ARQ066/ARQ123, NOTAS DE
      *==            CREDITO, ENCARGOS E BAIXAS POR PERDA; E OS
      *==            PAGAMENTOS QUE FICARAM EM PAGAMENTOS-SUSPENSOS)
      *==            VIRA UM LANCAMENTO DE PARTIDAS DOBRADAS, COM AS
      *==            CONTAS DA TABELA DE REGRAS (REGRAS-CONTABEIS.TXT,
      *==            VIDE RCTREG) -- ACABA A REDIGITACAO DOS
      *==            RELATORIOS IMPRESSOS PELA CONTABILIDADE
      *==  SAIDA: DIARIO-CONTABIL.AAAAMMDD COM HEADER (0), UMA LINHA
      *==  POR PERNA (1, DEBITO E CREDITO COM O MESMO NUMERO DE
      *==  LANCAMENTO) E TRAILER (9) COM A QUANTIDADE E OS TOTAIS DE
      *==  DEBITO E CREDITO; O EXTRATO E REGISTRADO EM
      *==  EXTRATOS-CONTROLE.TXT PARA O CONTROLE DE RECEBIMENTO DO
      *==  ARQ093, COMO O MOVIMENTO DO ARQ057
      *==  AS PERNAS SAO MONTADAS ANTES EM DIARIO-CONTABIL-TRABALHO.TXT
      *==  -- SE DEBITOS E CREDITOS NAO FECHAM ENTRE SI E COM O TOTAL
      *==  DOS EVENTOS (EVENTO SEM REGRA OU REGRA SEM UMA DAS CONTAS),
      *==  O EXTRATO NAO E GERADO NEM REGISTRADO E O ALERTA VAI PARA
      *==  ALERTAS-CRITICOS.TXT, O MESMO ARQUIVO DO ARQ049
      *==  O PAGAMENTO SUSPENSO ENTRA PELA DATA DO PAGAMENTO NA LINHA
      *==  DO BANCO -- O DIARIO DO DIA DEVE RODAR ANTES DA APLICACAO
      *==  MANUAL (ARQ066) DOS SUSPENSOS DESSE DIA
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT CONTA-CORRENTE ASSIGN TO
               DYNAMIC WRK-CAMINHO-CONTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LCC-CHAVE
               FILE STATUS IS FS-CONTA.

           SELECT SUSPENSOS ASSIGN TO
               "PAGAMENTOS-SUSPENSOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSOS.

           SELECT REGRAS ASSIGN TO
               "REGRAS-CONTABEIS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGRAS.

           SELECT TRABALHO ASSIGN TO
               "DIARIO-CONTABIL-TRABALHO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABALHO.

           SELECT DIARIO ASSIGN TO
               DYNAMIC WRK-CAMINHO-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO.

           SELECT CONTROLE-EXTRATOS ASSIGN TO
               "EXTRATOS-CONTROLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE-EXT.

           SELECT ALERTAS ASSIGN TO
               "ALERTAS-CRITICOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERTAS.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD CONTA-CORRENTE.
       01 REG-CONTA-CORRENTE.
           COPY LCCREG.

       FD SUSPENSOS.
       01 REG-SUSPENSO PIC X(80).

       FD REGRAS.
       01 REG-REGRA.
           COPY RCTREG.

       FD TRABALHO.
       01 REG-TRABALHO PIC X(120).

       FD DIARIO.
       01 REG-DIARIO PIC X(120).

       FD CONTROLE-EXTRATOS.
       01 REG-CONTROLE-EXTRATO.
           05 EXT-DATA           PIC X(08).
           05 FILLER             PIC X(01).
           05 EXT-QTDE           PIC 9(06).
           05 FILLER             PIC X(01).
           05 EXT-ARQUIVO        PIC X(20).

       FD ALERTAS.
       01 REG-ALERTA PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CONTA PIC X(30) VALUE SPACES.

       77 FS-CONTA PIC 9(02) VALUE ZEROS.
       77 FS-SUSPENSOS PIC 9(02) VALUE ZEROS.
       77 FS-REGRAS PIC 9(02) VALUE ZEROS.
       77 FS-TRABALHO PIC 9(02) VALUE ZEROS.
       77 FS-DIARIO PIC 9(02) VALUE ZEROS.
       77 FS-CONTROLE-EXT PIC 9(02) VALUE ZEROS.
       77 FS-ALERTAS PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-DIARIO PIC X(40) VALUE SPACES.

      *===========DATA DO MOVIMENTO PEDIDA====================
       77 WRK-DATA-PEDIDA PIC X(08) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

      *===========REGRAS DE CONTABILIZACAO====================
       01 WRK-TAB-REGRAS.
           05 WRK-RCT-ITEM OCCURS 30 TIMES
               INDEXED BY WRK-RCT-IDX.
               10 WRK-RCT-EVENTO   PIC X(02).
               10 WRK-RCT-DEBITO   PIC X(10).
               10 WRK-RCT-CREDITO  PIC X(10).
       77 WRK-RCT-TOTAL PIC 9(02) VALUE ZEROS.
       77 WRK-RCT-ACHADA PIC X(01) VALUE 'N'.

      *===========EVENTO CORRENTE=============================
       77 WRK-EVT-TIPO PIC X(02) VALUE SPACES.
       77 WRK-EVT-DOCUMENTO PIC X(10) VALUE SPACES.
       77 WRK-EVT-ID-CLIENTE PIC 9(07) VALUE ZEROS.
       77 WRK-EVT-HISTORICO PIC X(30) VALUE SPACES.
       77 WRK-EVT-VALOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-EVT-CONTA PIC X(10) VALUE SPACES.
       77 WRK-EVT-NATUREZA PIC X(01) VALUE SPACES.
       01 WRK-VALOR-ALFA PIC X(09) VALUE ZEROS.
       01 WRK-VALOR-SUSPENSO REDEFINES WRK-VALOR-ALFA PIC 9(07)V99.

      *===========LINHAS DO DIARIO============================
       01 WRK-LINHA-DIARIO.
           05 DIA-TIPO           PIC X(01).
           05 DIA-DATA           PIC X(08).
           05 DIA-LANCAMENTO     PIC 9(06).
           05 DIA-CONTA          PIC X(10).
           05 DIA-NATUREZA       PIC X(01).
           05 DIA-VALOR          PIC 9(11)V99.
           05 DIA-EVENTO         PIC X(02).
           05 DIA-DOCUMENTO      PIC X(10).
           05 DIA-ID-CLIENTE     PIC 9(07).
           05 DIA-HISTORICO      PIC X(30).
           05 FILLER             PIC X(32).

       01 WRK-LINHA-HEADER REDEFINES WRK-LINHA-DIARIO.
           05 DIA-HDR-TIPO       PIC X(01).
           05 DIA-HDR-INDICADOR  PIC X(04).
           05 DIA-HDR-DATA       PIC X(08).
           05 DIA-HDR-GERACAO    PIC X(08).
           05 DIA-HDR-QTDE       PIC 9(06).
           05 FILLER             PIC X(93).

       01 WRK-LINHA-TRAILER REDEFINES WRK-LINHA-DIARIO.
           05 DIA-TRL-TIPO       PIC X(01).
           05 DIA-TRL-INDICADOR  PIC X(04).
           05 DIA-TRL-QTDE       PIC 9(06).
           05 DIA-TRL-DATA       PIC X(08).
           05 DIA-TRL-DEBITOS    PIC 9(13)V99.
           05 DIA-TRL-CREDITOS   PIC 9(13)V99.
           05 FILLER             PIC X(71).

      *================ACUMULADORES===================================
       77 WRK-ACUM-EVENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SUSPENSOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-REGRA PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-LANCAMENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-LINHAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-EVENTOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-DEBITOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-EDITADO PIC ZZZZZZZZZZZZ9.99.
       77 WRK-DIARIO-FECHADO PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           DISPLAY "DATA DO MOVIMENTO (AAAAMMDD, ENTER = HOJE)...".
           ACCEPT WRK-DATA-PEDIDA.
           IF WRK-DATA-PEDIDA EQUAL SPACES
               MOVE WRK-DATA-HOJE TO WRK-DATA-PEDIDA
           END-IF.
           MOVE SPACES TO WRK-CAMINHO-DIARIO.
           STRING "DIARIO-CONTABIL." DELIMITED BY SIZE
               WRK-DATA-PEDIDA DELIMITED BY SIZE
               INTO WRK-CAMINHO-DIARIO.
           PERFORM 0110-CARREGA-REGRAS.
           OPEN INPUT CONTA-CORRENTE.
           IF FS-CONTA NOT EQUAL 00
               MOVE "CONTA CORRENTE NAO FOI ABERTA" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT TRABALHO.

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
                   MOVE "CONTA-CORRENTE-TEST.txt" TO WRK-CAMINHO-CONTA
               WHEN "DEV"
                   MOVE "CONTA-CORRENTE-DEV.txt" TO WRK-CAMINHO-CONTA
               WHEN OTHER
                   MOVE "\CONTA-CORRENTE.txt" TO WRK-CAMINHO-CONTA
           END-EVALUATE.

       0110-CARREGA-REGRAS SECTION.
      *==  SEM A TABELA NAO HA COMO CONTABILIZAR NADA -- O DIARIO NEM
      *==  COMECA
           MOVE ZEROS TO WRK-RCT-TOTAL.
           OPEN INPUT REGRAS.
           IF FS-REGRAS NOT EQUAL 00
               MOVE "REGRAS-CONTABEIS.TXT AUSENTE" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           READ REGRAS.
           PERFORM UNTIL FS-REGRAS NOT EQUAL 00
               IF RCT-EVENTO NOT EQUAL SPACES AND WRK-RCT-TOTAL < 30
                   ADD 1 TO WRK-RCT-TOTAL
                   MOVE RCT-EVENTO TO WRK-RCT-EVENTO (WRK-RCT-TOTAL)
                   MOVE RCT-CONTA-DEBITO TO
                       WRK-RCT-DEBITO (WRK-RCT-TOTAL)
                   MOVE RCT-CONTA-CREDITO TO
                       WRK-RCT-CREDITO (WRK-RCT-TOTAL)
               END-IF
               READ REGRAS
           END-PERFORM.
           CLOSE REGRAS.

       0200-PROCESS SECTION.
           PERFORM 0210-LE-CONTA-CORRENTE.
           PERFORM 0220-LE-SUSPENSOS.

       0210-LE-CONTA-CORRENTE SECTION.
      *==  TODO DINHEIRO DO CLIENTE PASSA PELA CONTA CORRENTE (ARQ115)
      *==  -- O TIPO DO LANCAMENTO E O EVENTO DA REGRA
           READ CONTA-CORRENTE NEXT RECORD.
           PERFORM UNTIL FS-CONTA NOT EQUAL 00
               IF LCC-DATA EQUAL WRK-DATA-PEDIDA
                   MOVE LCC-TIPO TO WRK-EVT-TIPO
                   MOVE LCC-DOCUMENTO TO WRK-EVT-DOCUMENTO
                   MOVE LCC-ID-CLIENTE TO WRK-EVT-ID-CLIENTE
                   MOVE LCC-HISTORICO TO WRK-EVT-HISTORICO
                   MOVE LCC-VALOR TO WRK-EVT-VALOR
                   PERFORM 0230-CONTABILIZA-EVENTO
               END-IF
               READ CONTA-CORRENTE NEXT RECORD
           END-PERFORM.

       0220-LE-SUSPENSOS SECTION.
      *==  O PAGAMENTO SUSPENSO NAO TEM CLIENTE NEM CONTA CORRENTE --
      *==  ENTRA PELA LINHA DO BANCO PRESERVADA PELO ARQ065 (TIPO 1 +
      *==  FATURA 7 + VALOR 9 + DATA 8)
           OPEN INPUT SUSPENSOS.
           IF FS-SUSPENSOS EQUAL 00
               READ SUSPENSOS
               PERFORM UNTIL FS-SUSPENSOS NOT EQUAL 00
                   IF REG-SUSPENSO (18:8) EQUAL WRK-DATA-PEDIDA
                       AND REG-SUSPENSO (9:9) IS NUMERIC
                       ADD 1 TO WRK-ACUM-SUSPENSOS
                       MOVE REG-SUSPENSO (9:9) TO WRK-VALOR-ALFA
                       MOVE "SU" TO WRK-EVT-TIPO
                       MOVE REG-SUSPENSO (2:7) TO WRK-EVT-DOCUMENTO
                       MOVE ZEROS TO WRK-EVT-ID-CLIENTE
                       MOVE "PAGAMENTO EM SUSPENSO" TO
                           WRK-EVT-HISTORICO
                       MOVE WRK-VALOR-SUSPENSO TO WRK-EVT-VALOR
                       PERFORM 0230-CONTABILIZA-EVENTO
                   END-IF
                   READ SUSPENSOS
               END-PERFORM
               CLOSE SUSPENSOS
           END-IF.

       0230-CONTABILIZA-EVENTO SECTION.
      *==  O TOTAL DOS EVENTOS E A PROVA DO DIARIO: CADA EVENTO DEVE
      *==  GERAR UM DEBITO E UM CREDITO DO MESMO VALOR
           ADD 1 TO WRK-ACUM-EVENTOS.
           ADD WRK-EVT-VALOR TO WRK-TOT-EVENTOS.
           MOVE 'N' TO WRK-RCT-ACHADA.
           PERFORM VARYING WRK-RCT-IDX FROM 1 BY 1
               UNTIL WRK-RCT-IDX > WRK-RCT-TOTAL
                   OR WRK-RCT-ACHADA EQUAL 'S'
               IF WRK-RCT-EVENTO (WRK-RCT-IDX) EQUAL WRK-EVT-TIPO
                   MOVE 'S' TO WRK-RCT-ACHADA
                   ADD 1 TO WRK-ACUM-LANCAMENTOS
                   IF WRK-RCT-DEBITO (WRK-RCT-IDX) NOT EQUAL SPACES
                       MOVE WRK-RCT-DEBITO (WRK-RCT-IDX) TO
                           WRK-EVT-CONTA
                       MOVE 'D' TO WRK-EVT-NATUREZA
                       PERFORM 0240-GRAVA-PERNA
                       ADD WRK-EVT-VALOR TO WRK-TOT-DEBITOS
                   END-IF
                   IF WRK-RCT-CREDITO (WRK-RCT-IDX) NOT EQUAL SPACES
                       MOVE WRK-RCT-CREDITO (WRK-RCT-IDX) TO
                           WRK-EVT-CONTA
                       MOVE 'C' TO WRK-EVT-NATUREZA
                       PERFORM 0240-GRAVA-PERNA
                       ADD WRK-EVT-VALOR TO WRK-TOT-CREDITOS
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-RCT-ACHADA EQUAL 'N'
               ADD 1 TO WRK-ACUM-SEM-REGRA
               DISPLAY "EVENTO SEM REGRA: " WRK-EVT-TIPO " "
                   WRK-EVT-DOCUMENTO
           END-IF.

       0240-GRAVA-PERNA SECTION.
           MOVE SPACES TO WRK-LINHA-DIARIO.
           MOVE '1' TO DIA-TIPO.
           MOVE WRK-DATA-PEDIDA TO DIA-DATA.
           MOVE WRK-ACUM-LANCAMENTOS TO DIA-LANCAMENTO.
           MOVE WRK-EVT-CONTA TO DIA-CONTA.
           MOVE WRK-EVT-NATUREZA TO DIA-NATUREZA.
           MOVE WRK-EVT-VALOR TO DIA-VALOR.
           MOVE WRK-EVT-TIPO TO DIA-EVENTO.
           MOVE WRK-EVT-DOCUMENTO TO DIA-DOCUMENTO.
           MOVE WRK-EVT-ID-CLIENTE TO DIA-ID-CLIENTE.
           MOVE WRK-EVT-HISTORICO TO DIA-HISTORICO.
           MOVE WRK-LINHA-DIARIO TO REG-TRABALHO.
           WRITE REG-TRABALHO.
           ADD 1 TO WRK-ACUM-LINHAS.

       0300-FINISH SECTION.
           CLOSE CONTA-CORRENTE.
           CLOSE TRABALHO.
           IF WRK-TOT-DEBITOS EQUAL WRK-TOT-CREDITOS
               AND WRK-TOT-DEBITOS EQUAL WRK-TOT-EVENTOS
               AND WRK-ACUM-SEM-REGRA EQUAL ZERO
               MOVE 'S' TO WRK-DIARIO-FECHADO
               PERFORM 0310-GERA-DIARIO
               PERFORM 0320-REGISTRA-EXTRATO
           ELSE
               PERFORM 0330-GRAVA-ALERTA
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "================================".
           DISPLAY "EVENTOS DO DIA.......: " WRK-ACUM-EVENTOS.
           DISPLAY "  SUSPENSOS..........: " WRK-ACUM-SUSPENSOS.
           DISPLAY "EVENTOS SEM REGRA....: " WRK-ACUM-SEM-REGRA.
           DISPLAY "LINHAS DO DIARIO.....: " WRK-ACUM-LINHAS.
           MOVE WRK-TOT-DEBITOS TO WRK-TOT-EDITADO.
           DISPLAY "TOTAL DE DEBITOS.....: " WRK-TOT-EDITADO.
           MOVE WRK-TOT-CREDITOS TO WRK-TOT-EDITADO.
           DISPLAY "TOTAL DE CREDITOS....: " WRK-TOT-EDITADO.
           IF WRK-DIARIO-FECHADO EQUAL 'S'
               DISPLAY "SAIDA EM " WRK-CAMINHO-DIARIO
           ELSE
               DISPLAY "*** DIARIO NAO FECHOU -- EXTRATO NAO GERADO ***"
               DISPLAY "VIDE ALERTAS-CRITICOS.TXT"
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

       0310-GERA-DIARIO SECTION.
      *==  SO O DIARIO QUE FECHOU SAI COM O NOME DATADO -- HEADER,
      *==  AS PERNAS DO ARQUIVO DE TRABALHO E O TRAILER DE CONTROLE
           OPEN OUTPUT DIARIO.
           MOVE SPACES TO WRK-LINHA-DIARIO.
           MOVE '0' TO DIA-HDR-TIPO.
           MOVE "HDR " TO DIA-HDR-INDICADOR.
           MOVE WRK-DATA-PEDIDA TO DIA-HDR-DATA.
           MOVE WRK-DATA-HOJE TO DIA-HDR-GERACAO.
           MOVE WRK-ACUM-LINHAS TO DIA-HDR-QTDE.
           MOVE WRK-LINHA-DIARIO TO REG-DIARIO.
           WRITE REG-DIARIO.
           OPEN INPUT TRABALHO.
           READ TRABALHO.
           PERFORM UNTIL FS-TRABALHO NOT EQUAL 00
               MOVE REG-TRABALHO TO REG-DIARIO
               WRITE REG-DIARIO
               READ TRABALHO
           END-PERFORM.
           CLOSE TRABALHO.
           MOVE SPACES TO WRK-LINHA-DIARIO.
           MOVE '9' TO DIA-TRL-TIPO.
           MOVE "TRLR" TO DIA-TRL-INDICADOR.
           MOVE WRK-ACUM-LINHAS TO DIA-TRL-QTDE.
           MOVE WRK-DATA-PEDIDA TO DIA-TRL-DATA.
           MOVE WRK-TOT-DEBITOS TO DIA-TRL-DEBITOS.
           MOVE WRK-TOT-CREDITOS TO DIA-TRL-CREDITOS.
           MOVE WRK-LINHA-DIARIO TO REG-DIARIO.
           WRITE REG-DIARIO.
           CLOSE DIARIO.
           OPEN OUTPUT TRABALHO.
           CLOSE TRABALHO.

       0320-REGISTRA-EXTRATO SECTION.
      *==  A LINHA DO CONTROLE E O QUE PERMITE AO ARQ093 COBRAR O
      *==  RECEBIMENTO DA CONTABILIDADE
           OPEN EXTEND CONTROLE-EXTRATOS.
           IF FS-CONTROLE-EXT EQUAL 35
               OPEN OUTPUT CONTROLE-EXTRATOS
               CLOSE CONTROLE-EXTRATOS
               OPEN EXTEND CONTROLE-EXTRATOS
           END-IF.
           MOVE SPACES TO REG-CONTROLE-EXTRATO.
           MOVE WRK-DATA-PEDIDA TO EXT-DATA.
           MOVE WRK-ACUM-LINHAS TO EXT-QTDE.
           MOVE "DIARIO-CONTABIL" TO EXT-ARQUIVO.
           WRITE REG-CONTROLE-EXTRATO.
           CLOSE CONTROLE-EXTRATOS.

       0330-GRAVA-ALERTA SECTION.
      *==  DIARIO QUE NAO FECHA NAO VAI PARA A CONTABILIDADE -- AS
      *==  PERNAS FICAM NO ARQUIVO DE TRABALHO PARA A CONFERENCIA
           OPEN EXTEND ALERTAS.
           IF FS-ALERTAS EQUAL 35
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN EXTEND ALERTAS
           END-IF.
           MOVE SPACES TO REG-ALERTA.
           STRING "*** ALERTA -- DIARIO CONTABIL DE " DELIMITED BY SIZE
               WRK-DATA-PEDIDA DELIMITED BY SIZE
               " NAO FECHOU ***" DELIMITED BY SIZE
               INTO REG-ALERTA.
           WRITE REG-ALERTA.
           MOVE SPACES TO REG-ALERTA.
           MOVE WRK-TOT-DEBITOS TO WRK-TOT-EDITADO.
           STRING "DEBITOS " DELIMITED BY SIZE
               WRK-TOT-EDITADO DELIMITED BY SIZE
               INTO REG-ALERTA.
           MOVE WRK-TOT-CREDITOS TO WRK-TOT-EDITADO.
           STRING "CREDITOS " DELIMITED BY SIZE
               WRK-TOT-EDITADO DELIMITED BY SIZE
               INTO REG-ALERTA (30:30).
           WRITE REG-ALERTA.
           MOVE SPACES TO REG-ALERTA.
           MOVE WRK-TOT-EVENTOS TO WRK-TOT-EDITADO.
           STRING "EVENTOS " DELIMITED BY SIZE
               WRK-TOT-EDITADO DELIMITED BY SIZE
               "  SEM REGRA: " DELIMITED BY SIZE
               WRK-ACUM-SEM-REGRA DELIMITED BY SIZE
               INTO REG-ALERTA.
           WRITE REG-ALERTA.
           MOVE "EXTRATO NAO GERADO -- CONFERIR REGRAS-CONTABEIS.TXT"
               TO REG-ALERTA.
           WRITE REG-ALERTA.
           CLOSE ALERTAS.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
