       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ144.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: MODULO DE PONTOS DO PROGRAMA DE FIDELIDADE --
      *==            GRAVA UM LANCAMENTO DE PONTOS NO ARQUIVO
      *==            PONTOS-FIDELIDADE (VIDE PNTREG) COM A PROXIMA
      *==            SEQUENCIA DO CLIENTE E O SALDO CORRENTE, OU SO
      *==            DEVOLVE O SALDO; CHAMADO PELO RETORNO BANCARIO
      *==            (ARQ065) E SUSPENSOS (ARQ066) NO ACUMULO, PELA
      *==            DEVOLUCAO (ARQ108) NO ESTORNO, PELA MESA DE
      *==            PEDIDOS (ARQ095) NO RESGATE, PELO CANCELAMENTO
      *==            DO PEDIDO (ARQ061) E PELA EXPIRACAO (ARQ145)
      *==  MESMO DESENHO DA CONTA CORRENTE (ARQ115): O ARQUIVO E ABERTO
      *==  E FECHADO A CADA CHAMADA E CRIADO NA PRIMEIRA GRAVACAO
      *==  PARAMETROS EM FIDELIDADE-PARM.TXT (OPCIONAL):
      *==    LINHA 1 = PONTOS POR REAL PAGO (PADRAO 1)
      *==    LINHA 2 = VALIDADE DOS PONTOS EM MESES (PADRAO 12)
      *==    LINHA 3 = VALOR DO PONTO NO RESGATE EM CENTAVOS (PADRAO
      *==              1 = R$ 0,01 POR PONTO)
      *==    LINHA 4 = DIAS DE AVISO ANTES DA EXPIRACAO (PADRAO 30,
      *==              USADA SO PELO AVISO ARQ146)
      *==  O ACUMULO E SOBRE REAIS INTEIROS (FRACAO DE PONTO E
      *==  DESPREZADA); O DEBITO (ESTORNO, RESGATE, EXPIRACAO) NUNCA
      *==  PASSA DO SALDO
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT PARAMETROS ASSIGN TO
               "FIDELIDADE-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT PONTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PONTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNT-CHAVE
               FILE STATUS IS FS-PONTOS.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD PONTOS.
       01 REG-PONTOS.
           COPY PNTREG.

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-PONTOS PIC X(30) VALUE SPACES.

       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-PONTOS PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-ULTIMA-SEQUENCIA PIC 9(07) VALUE ZEROS.
       77 WRK-SALDO-ANTERIOR PIC 9(09) VALUE ZEROS.
       77 WRK-RESGATADO-DOC PIC S9(09) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

      *===========PARAMETROS DO PROGRAMA======================
       77 WRK-PONTOS-POR-REAL PIC 9(03) VALUE 1.
       77 WRK-MESES-VALIDADE PIC 9(03) VALUE 12.
       77 WRK-VALOR-PONTO PIC 9(03)V99 VALUE 0.01.

      *===========LANCAMENTO A GRAVAR=========================
       77 WRK-PONTOS PIC 9(07) VALUE ZEROS.
       77 WRK-TIPO PIC X(02) VALUE SPACES.
       77 WRK-NATUREZA PIC X(01) VALUE SPACES.
       77 WRK-VALIDADE PIC X(08) VALUE SPACES.

      *===========CALCULO DA VALIDADE=========================
       77 WRK-CAL-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-CAL-MES PIC 9(04) VALUE ZEROS.
       77 WRK-CAL-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-CAL-ULTIMO PIC 9(02) VALUE ZEROS.
       77 WRK-CAL-INT PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 PNP-PARAMETROS.
           COPY PNPPRM.

       PROCEDURE DIVISION USING PNP-PARAMETROS.
       000-MAIN      SECTION.
           MOVE 'N' TO PNP-RESULTADO.
           MOVE ZEROS TO PNP-SALDO.
           MOVE ZEROS TO PNP-VALOR-SALDO.
           PERFORM 0102-DETERMINA-AMBIENTE.
           PERFORM 0105-LE-PARAMETROS.
           MOVE WRK-VALOR-PONTO TO PNP-VALOR-PONTO.
           IF PNP-ID-CLIENTE > ZERO
               EVALUATE PNP-FUNCAO
                   WHEN 'S'
                       PERFORM 0250-CONSULTA-SALDO
                   WHEN 'A'
                   WHEN 'E'
                   WHEN 'R'
                   WHEN 'C'
                   WHEN 'X'
                       PERFORM 0200-GRAVA-LANCAMENTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           GOBACK.

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
      *==  LINHA AUSENTE OU NAO NUMERICA FICA COM O PADRAO; A QUARTA
      *==  LINHA (DIAS DE AVISO) NAO INTERESSA AO MODULO
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS EQUAL 00
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                           COMPUTE WRK-PONTOS-POR-REAL =
                               FUNCTION NUMVAL(REG-PARAMETRO)
                       END-IF
               END-READ
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                           COMPUTE WRK-MESES-VALIDADE =
                               FUNCTION NUMVAL(REG-PARAMETRO)
                       END-IF
               END-READ
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

       0200-GRAVA-LANCAMENTO SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           OPEN I-O PONTOS.
           IF FS-PONTOS EQUAL 35
               OPEN OUTPUT PONTOS
               CLOSE PONTOS
               OPEN I-O PONTOS
           END-IF.
           IF FS-PONTOS EQUAL 00
               PERFORM 0210-ACHA-ULTIMO-LANCAMENTO
               PERFORM 0220-CALCULA-PONTOS
               IF WRK-PONTOS > ZERO
                   PERFORM 0230-MONTA-LANCAMENTO
                   WRITE REG-PONTOS
                       INVALID KEY
                           MOVE ZEROS TO PNP-PONTOS
                       NOT INVALID KEY
                           MOVE WRK-PONTOS TO PNP-PONTOS
                           MOVE PNT-SALDO TO PNP-SALDO
                           MOVE 'S' TO PNP-RESULTADO
                   END-WRITE
               ELSE
                   MOVE ZEROS TO PNP-PONTOS
                   MOVE WRK-SALDO-ANTERIOR TO PNP-SALDO
               END-IF
               COMPUTE PNP-VALOR-SALDO = PNP-SALDO * WRK-VALOR-PONTO
               CLOSE PONTOS
           END-IF.

       0210-ACHA-ULTIMO-LANCAMENTO SECTION.
      *==  O GRUPO DO CLIENTE E PERCORRIDO ATE O FIM -- O ULTIMO
      *==  LANCAMENTO TEM A MAIOR SEQUENCIA E O SALDO CORRENTE; NO
      *==  MESMO PERCURSO E APURADO O QUE O DOCUMENTO INFORMADO AINDA
      *==  TEM DE RESGATE (RESGATES MENOS DEVOLUCOES)
           MOVE ZEROS TO WRK-ULTIMA-SEQUENCIA.
           MOVE ZEROS TO WRK-SALDO-ANTERIOR.
           MOVE ZEROS TO WRK-RESGATADO-DOC.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE PNP-ID-CLIENTE TO PNT-ID-CLIENTE.
           MOVE ZEROS TO PNT-SEQUENCIA.
           START PONTOS KEY IS GREATER THAN PNT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ PONTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF PNT-ID-CLIENTE EQUAL PNP-ID-CLIENTE
                           MOVE PNT-SEQUENCIA TO WRK-ULTIMA-SEQUENCIA
                           MOVE PNT-SALDO TO WRK-SALDO-ANTERIOR
                           IF PNT-DOCUMENTO EQUAL PNP-DOCUMENTO
                               AND PNT-TIPO EQUAL "RS"
                               ADD PNT-PONTOS TO WRK-RESGATADO-DOC
                           END-IF
                           IF PNT-DOCUMENTO EQUAL PNP-DOCUMENTO
                               AND PNT-TIPO EQUAL "CR"
                               SUBTRACT PNT-PONTOS FROM
                                   WRK-RESGATADO-DOC
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.

       0220-CALCULA-PONTOS SECTION.
      *==  O DEBITO E LIMITADO AO SALDO, MENOS NO RESGATE: PEDIR MAIS
      *==  DO QUE O SALDO RECUSA O RESGATE INTEIRO
           MOVE ZEROS TO WRK-PONTOS.
           MOVE SPACES TO WRK-VALIDADE.
           EVALUATE PNP-FUNCAO
               WHEN 'A'
                   COMPUTE WRK-PONTOS =
                       PNP-VALOR * WRK-PONTOS-POR-REAL
                   MOVE "AC" TO WRK-TIPO
                   MOVE 'C' TO WRK-NATUREZA
                   PERFORM 0225-CALCULA-VALIDADE
               WHEN 'E'
                   COMPUTE WRK-PONTOS =
                       PNP-VALOR * WRK-PONTOS-POR-REAL
                   IF WRK-PONTOS > WRK-SALDO-ANTERIOR
                       MOVE WRK-SALDO-ANTERIOR TO WRK-PONTOS
                   END-IF
                   MOVE "EA" TO WRK-TIPO
                   MOVE 'D' TO WRK-NATUREZA
               WHEN 'R'
                   IF PNP-PONTOS <= WRK-SALDO-ANTERIOR
                       MOVE PNP-PONTOS TO WRK-PONTOS
                   END-IF
                   COMPUTE PNP-VALOR = WRK-PONTOS * WRK-VALOR-PONTO
                   MOVE "RS" TO WRK-TIPO
                   MOVE 'D' TO WRK-NATUREZA
               WHEN 'C'
                   IF WRK-RESGATADO-DOC > ZERO
                       MOVE WRK-RESGATADO-DOC TO WRK-PONTOS
                   END-IF
                   MOVE "CR" TO WRK-TIPO
                   MOVE 'C' TO WRK-NATUREZA
               WHEN 'X'
                   MOVE PNP-PONTOS TO WRK-PONTOS
                   IF WRK-PONTOS > WRK-SALDO-ANTERIOR
                       MOVE WRK-SALDO-ANTERIOR TO WRK-PONTOS
                   END-IF
                   MOVE "EX" TO WRK-TIPO
                   MOVE 'D' TO WRK-NATUREZA
           END-EVALUATE.

       0225-CALCULA-VALIDADE SECTION.
      *==  MESMO DIA, N MESES DEPOIS; DIA INEXISTENTE NO MES FINAL
      *==  (31 EM ABRIL, 29 EM FEVEREIRO) VIRA O ULTIMO DIA DO MES
           MOVE WRK-DATA-HOJE (1:4) TO WRK-CAL-ANO.
           MOVE WRK-DATA-HOJE (5:2) TO WRK-CAL-MES.
           MOVE WRK-DATA-HOJE (7:2) TO WRK-CAL-DIA.
           ADD WRK-MESES-VALIDADE TO WRK-CAL-MES.
           PERFORM UNTIL WRK-CAL-MES <= 12
               SUBTRACT 12 FROM WRK-CAL-MES
               ADD 1 TO WRK-CAL-ANO
           END-PERFORM.
           PERFORM 0227-ULTIMO-DIA-MES.
           IF WRK-CAL-DIA > WRK-CAL-ULTIMO
               MOVE WRK-CAL-ULTIMO TO WRK-CAL-DIA
           END-IF.
           MOVE WRK-CAL-ANO TO WRK-VALIDADE (1:4).
           MOVE WRK-CAL-MES (3:2) TO WRK-VALIDADE (5:2).
           MOVE WRK-CAL-DIA TO WRK-VALIDADE (7:2).

       0227-ULTIMO-DIA-MES SECTION.
      *==  VESPERA DO DIA 1 DO MES SEGUINTE, COMO NO ARQ143
           IF WRK-CAL-MES EQUAL 12
               COMPUTE WRK-CAL-INT = (WRK-CAL-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-CAL-INT =
                   WRK-CAL-ANO * 10000 + (WRK-CAL-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-CAL-INT =
               FUNCTION INTEGER-OF-DATE (WRK-CAL-INT) - 1.
           COMPUTE WRK-CAL-INT = FUNCTION DATE-OF-INTEGER (WRK-CAL-INT).
           MOVE WRK-CAL-INT (7:2) TO WRK-CAL-ULTIMO.

       0230-MONTA-LANCAMENTO SECTION.
           MOVE SPACES TO REG-PONTOS.
           MOVE PNP-ID-CLIENTE TO PNT-ID-CLIENTE.
           COMPUTE PNT-SEQUENCIA = WRK-ULTIMA-SEQUENCIA + 1.
           MOVE WRK-DATA-HOJE TO PNT-DATA.
           MOVE WRK-TIPO TO PNT-TIPO.
           MOVE WRK-NATUREZA TO PNT-NATUREZA.
           MOVE PNP-DOCUMENTO TO PNT-DOCUMENTO.
           MOVE WRK-PONTOS TO PNT-PONTOS.
           MOVE WRK-VALIDADE TO PNT-VALIDADE.
           MOVE PNP-PROGRAMA TO PNT-PROGRAMA.
           IF WRK-NATUREZA EQUAL 'C'
               COMPUTE PNT-SALDO = WRK-SALDO-ANTERIOR + WRK-PONTOS
           ELSE
               COMPUTE PNT-SALDO = WRK-SALDO-ANTERIOR - WRK-PONTOS
           END-IF.

       0250-CONSULTA-SALDO SECTION.
      *==  SEM ARQUIVO AINDA (NENHUM PONTO LANCADO) O SALDO E ZERO
           OPEN INPUT PONTOS.
           IF FS-PONTOS EQUAL 00
               PERFORM 0210-ACHA-ULTIMO-LANCAMENTO
               MOVE WRK-SALDO-ANTERIOR TO PNP-SALDO
               MOVE 'S' TO PNP-RESULTADO
               CLOSE PONTOS
           END-IF.
           IF FS-PONTOS EQUAL 35
               MOVE 'S' TO PNP-RESULTADO
           END-IF.
           COMPUTE PNP-VALOR-SALDO = PNP-SALDO * WRK-VALOR-PONTO.
