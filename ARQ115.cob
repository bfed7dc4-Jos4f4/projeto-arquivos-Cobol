       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ115.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: MODULO DE CONTA CORRENTE DO CLIENTE -- GRAVA UM
      *==            LANCAMENTO (DEBITO OU CREDITO) NO ARQUIVO
      *==            CONTA-CORRENTE COM A PROXIMA SEQUENCIA DO
      *==            CLIENTE E O SALDO CORRENTE (SALDO DO ULTIMO
      *==            LANCAMENTO + DEBITO OU - CREDITO); CHAMADO PELO
      *==            FATURAMENTO (ARQ064), RETORNO BANCARIO (ARQ065),
      *==            SUSPENSOS (ARQ066), DEVOLUCAO (ARQ108),
      *==            DISPENSA DE ENCARGOS (ARQ113) E BAIXA POR
      *==            PERDA (ARQ086)
      *==  O EXTRATO MENSAL (ARQ116) SAI DESTE ARQUIVO
      *==  O ARQUIVO E ABERTO E FECHADO A CADA CHAMADA, COMO NO MODULO
      *==  DE CASCATA (ARQ072), E CRIADO NA PRIMEIRA GRAVACAO
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCC-CHAVE
               FILE STATUS IS FS-CONTA.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD CONTA-CORRENTE.
       01 REG-CONTA-CORRENTE.
           COPY LCCREG.

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CONTA PIC X(30) VALUE SPACES.

       77 FS-CONTA PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-ULTIMA-SEQUENCIA PIC 9(07) VALUE ZEROS.
       77 WRK-SALDO-ANTERIOR PIC S9(09)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01 LCP-PARAMETROS.
           COPY LCPPRM.

       PROCEDURE DIVISION USING LCP-PARAMETROS.
       000-MAIN      SECTION.
           MOVE 'N' TO LCP-RESULTADO.
           MOVE ZEROS TO LCP-SALDO.
           IF LCP-VALOR > ZERO
               AND (LCP-NATUREZA EQUAL 'D' OR LCP-NATUREZA EQUAL 'C')
               PERFORM 0102-DETERMINA-AMBIENTE
               PERFORM 0200-GRAVA-LANCAMENTO
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
                   MOVE "CONTA-CORRENTE-TEST.txt" TO
                       WRK-CAMINHO-CONTA
               WHEN "DEV"
                   MOVE "CONTA-CORRENTE-DEV.txt" TO
                       WRK-CAMINHO-CONTA
               WHEN OTHER
                   MOVE "\CONTA-CORRENTE.txt" TO
                       WRK-CAMINHO-CONTA
           END-EVALUATE.

       0200-GRAVA-LANCAMENTO SECTION.
           OPEN I-O CONTA-CORRENTE.
           IF FS-CONTA EQUAL 35
               OPEN OUTPUT CONTA-CORRENTE
               CLOSE CONTA-CORRENTE
               OPEN I-O CONTA-CORRENTE
           END-IF.
           IF FS-CONTA EQUAL 00
               PERFORM 0210-ACHA-ULTIMO-LANCAMENTO
               PERFORM 0220-MONTA-LANCAMENTO
               WRITE REG-CONTA-CORRENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LCC-SALDO TO LCP-SALDO
                       MOVE 'S' TO LCP-RESULTADO
               END-WRITE
               CLOSE CONTA-CORRENTE
           END-IF.

       0210-ACHA-ULTIMO-LANCAMENTO SECTION.
      *==  O GRUPO DO CLIENTE E PERCORRIDO ATE O FIM -- O ULTIMO
      *==  LANCAMENTO TEM A MAIOR SEQUENCIA E O SALDO CORRENTE
           MOVE ZEROS TO WRK-ULTIMA-SEQUENCIA.
           MOVE ZEROS TO WRK-SALDO-ANTERIOR.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE LCP-ID-CLIENTE TO LCC-ID-CLIENTE.
           MOVE ZEROS TO LCC-SEQUENCIA.
           START CONTA-CORRENTE KEY IS GREATER THAN LCC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ CONTA-CORRENTE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF LCC-ID-CLIENTE EQUAL LCP-ID-CLIENTE
                           MOVE LCC-SEQUENCIA TO WRK-ULTIMA-SEQUENCIA
                           MOVE LCC-SALDO TO WRK-SALDO-ANTERIOR
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.

       0220-MONTA-LANCAMENTO SECTION.
           MOVE SPACES TO REG-CONTA-CORRENTE.
           MOVE LCP-ID-CLIENTE TO LCC-ID-CLIENTE.
           COMPUTE LCC-SEQUENCIA = WRK-ULTIMA-SEQUENCIA + 1.
           IF LCP-DATA EQUAL SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO LCC-DATA
           ELSE
               MOVE LCP-DATA TO LCC-DATA
           END-IF.
           MOVE LCP-TIPO TO LCC-TIPO.
           MOVE LCP-NATUREZA TO LCC-NATUREZA.
           MOVE LCP-DOCUMENTO TO LCC-DOCUMENTO.
           MOVE LCP-HISTORICO TO LCC-HISTORICO.
           MOVE LCP-VALOR TO LCC-VALOR.
           MOVE LCP-PROGRAMA TO LCC-PROGRAMA.
           IF LCP-NATUREZA EQUAL 'D'
               COMPUTE LCC-SALDO = WRK-SALDO-ANTERIOR + LCP-VALOR
           ELSE
               COMPUTE LCC-SALDO = WRK-SALDO-ANTERIOR - LCP-VALOR
           END-IF.
