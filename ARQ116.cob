       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ116.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: EXTRATO MENSAL DE CONTA CORRENTE -- PARA CADA
      *==            CLIENTE COM LANCAMENTOS NA CONTA CORRENTE
      *==            (CONTA-CORRENTE, GRAVADA PELO MODULO ARQ115)
      *==            IMPRIME UMA CARTA NO MESMO FORMULARIO DE 80
      *==            COLUNAS DA CARTA MODELO DO ARQ037, COM O SALDO
      *==            ANTERIOR, OS LANCAMENTOS DO MES (DEBITO,
      *==            CREDITO E SALDO LINHA A LINHA) E O SALDO FINAL
      *==  SALDO POSITIVO E O QUE O CLIENTE DEVE; NEGATIVO E CREDITO A
      *==  FAVOR DELE
      *==  SO SAI EXTRATO PARA QUEM TEVE MOVIMENTO NO MES OU FECHOU O
      *==  MES COM SALDO; CLIENTES ANONIMIZADOS (REG-STATUS 'L'), COM
      *==  ENDERECO NAO ESTRUTURADO OU NA LISTA DE CORRESPONDENCIA
      *==  DEVOLVIDA FICAM DE FORA E SAO TOTALIZADOS, COMO NO ARQ067
      *==  -- O INATIVO COM SALDO RECEBE O EXTRATO
      *==  PARAMETROS EM EXTRATO-PARM.TXT (OPCIONAL):
      *==    LINHA 1 = MES (AAAAMM) -- SEM ELE, O MES ANTERIOR AO DA
      *==              EXECUCAO, COMO NO ARQ105
      *==    LINHA 2 = ID DE UM UNICO CLIENTE (EM BRANCO = TODOS)
      *==  CLIENTE DO PROGRAMA DE FIDELIDADE (PONTOS-FIDELIDADE, VIDE
      *==  PNTREG) TEM NA CARTA O SALDO DE PONTOS NO FIM DO MES
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT CLIENTES ASSIGN TO
               DYNAMIC WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT CONTA-CORRENTE ASSIGN TO
               DYNAMIC WRK-CAMINHO-CONTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCC-CHAVE
               FILE STATUS IS FS-CONTA.

           SELECT PONTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PONTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNT-CHAVE
               FILE STATUS IS FS-PONTOS.

           SELECT PARAMETROS ASSIGN TO
               "EXTRATO-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT DEVOLVIDOS ASSIGN TO
               "ENDERECOS-DEVOLVIDOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVOLVIDOS.

           SELECT CARTAS ASSIGN TO
               "EXTRATOS-CLIENTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTAS.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.

       FD CONTA-CORRENTE.
       01 REG-CONTA-CORRENTE.
           COPY LCCREG.

       FD PONTOS.
       01 REG-PONTOS.
           COPY PNTREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD DEVOLVIDOS.
       01 REG-DEVOLVIDO PIC X(20).

       FD CARTAS.
       01 REG-CARTA PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CONTA PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PONTOS PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-CONTA PIC 9(02) VALUE ZEROS.
       77 FS-PONTOS PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-DEVOLVIDOS PIC 9(02) VALUE ZEROS.
       77 FS-CARTAS PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

      *===========MES DE REFERENCIA E CLIENTE UNICO============
       77 WRK-MES-REF PIC X(06) VALUE SPACES.
       77 WRK-ANO-N PIC 9(04) VALUE ZEROS.
       77 WRK-MES-N PIC 9(02) VALUE ZEROS.
       77 WRK-ID-UNICO PIC 9(07) VALUE ZEROS.

      *===========LISTA DE CORRESPONDENCIA DEVOLVIDA==========
       01 WRK-TAB-DEVOLVIDOS.
           05 WRK-DVL-ID OCCURS 2000 TIMES
               INDEXED BY WRK-DVL-IDX PIC 9(07) VALUE ZEROS.
       77 WRK-DVL-TOTAL PIC 9(04) VALUE ZEROS.
       77 WRK-DVL-ACHADO PIC X(01) VALUE 'N'.

      *===========CONTA DO CLIENTE CORRENTE===================
       77 WRK-FIM-CONTA PIC X(01) VALUE 'N'.
       77 WRK-ID-CORRENTE PIC 9(07) VALUE ZEROS.
       77 WRK-SALDO-ANTERIOR PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-FINAL PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-LINHA PIC S9(09)V99 VALUE ZEROS.
       01 WRK-TAB-MOVIMENTOS.
           05 WRK-MOV-ITEM OCCURS 200 TIMES.
               10 WRK-MOV-DATA      PIC X(08).
               10 WRK-MOV-DOCUMENTO PIC X(10).
               10 WRK-MOV-HISTORICO PIC X(30).
               10 WRK-MOV-NATUREZA  PIC X(01).
               10 WRK-MOV-VALOR     PIC 9(07)V99.
       77 WRK-MOV-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-MOV-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-MOV-EXCEDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-CARTA-OK PIC X(01) VALUE 'S'.

      *===========SALDO DE PONTOS DE FIDELIDADE (ARQ144)======
       77 WRK-PONTOS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-FIM-PONTOS PIC X(01) VALUE 'N'.
       77 WRK-TEM-PONTOS PIC X(01) VALUE 'N'.
       77 WRK-SALDO-PONTOS PIC 9(09) VALUE ZEROS.
       77 WRK-PONTOS-EDITADO PIC ZZZZZZZZ9.

      *===========LINHAS DA CARTA=============================
       01 WRK-LINHA-TITULO.
           05 FILLER PIC X(09) VALUE "DATA".
           05 FILLER PIC X(11) VALUE "DOCUMENTO".
           05 FILLER PIC X(25) VALUE "HISTORICO".
           05 FILLER PIC X(11) VALUE "    DEBITO".
           05 FILLER PIC X(11) VALUE "   CREDITO".
           05 FILLER PIC X(12) VALUE "       SALDO".
       01 WRK-LINHA-MOVIMENTO.
           05 WRK-LIN-DATA       PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-DOCUMENTO  PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-HISTORICO  PIC X(24).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-DEBITO     PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-CREDITO    PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-SALDO      PIC -ZZZZZZZ9.99.
       77 WRK-SALDO-EDITADO PIC -ZZZZZZZZ9.99.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LANCAMENTOS PIC 9(07) VALUE ZEROS.
       77 WRK-ACUM-CLIENTES PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-CARTAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-MOVIMENTO PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-PULADOS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           PERFORM 0105-LE-PARAMETROS.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT CONTA-CORRENTE.
           IF FS-CONTA NOT EQUAL 00
               MOVE "CONTA CORRENTE NAO FOI ABERTA" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PONTOS.
           IF FS-PONTOS EQUAL 00
               MOVE 'S' TO WRK-PONTOS-ABERTO
           END-IF.
           PERFORM 0110-CARREGA-DEVOLVIDOS.
           OPEN OUTPUT CARTAS.

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
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "CONTA-CORRENTE-TEST.txt" TO
                       WRK-CAMINHO-CONTA
                   MOVE "PONTOS-FIDELIDADE-TEST.txt" TO
                       WRK-CAMINHO-PONTOS
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "CONTA-CORRENTE-DEV.txt" TO
                       WRK-CAMINHO-CONTA
                   MOVE "PONTOS-FIDELIDADE-DEV.txt" TO
                       WRK-CAMINHO-PONTOS
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\CONTA-CORRENTE.txt" TO
                       WRK-CAMINHO-CONTA
                   MOVE "\PONTOS-FIDELIDADE.txt" TO
                       WRK-CAMINHO-PONTOS
           END-EVALUATE.

       0105-LE-PARAMETROS SECTION.
      *==  SEM PARAMETRO VALIDO O MES DE REFERENCIA E O ANTERIOR AO
      *==  DA EXECUCAO
           MOVE SPACES TO WRK-MES-REF.
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS EQUAL 00
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-PARAMETRO (1:6) IS NUMERIC
                           AND REG-PARAMETRO (5:2) >= "01"
                           AND REG-PARAMETRO (5:2) <= "12"
                           MOVE REG-PARAMETRO (1:6) TO WRK-MES-REF
                       END-IF
               END-READ
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                           COMPUTE WRK-ID-UNICO =
                               FUNCTION NUMVAL(REG-PARAMETRO)
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
           IF WRK-MES-REF EQUAL SPACES
               MOVE WRK-DATA-HOJE (1:4) TO WRK-ANO-N
               MOVE WRK-DATA-HOJE (5:2) TO WRK-MES-N
               PERFORM 0107-RECUA-UM-MES
               MOVE WRK-ANO-N TO WRK-MES-REF (1:4)
               MOVE WRK-MES-N TO WRK-MES-REF (5:2)
           END-IF.

       0107-RECUA-UM-MES SECTION.
           IF WRK-MES-N EQUAL 1
               MOVE 12 TO WRK-MES-N
               SUBTRACT 1 FROM WRK-ANO-N
           ELSE
               SUBTRACT 1 FROM WRK-MES-N
           END-IF.

       0110-CARREGA-DEVOLVIDOS SECTION.
      *==  LISTA OPCIONAL DOS IDS COM CORRESPONDENCIA DEVOLVIDA PELO
      *==  CORREIO -- CLIENTE LISTADO NAO RECEBE EXTRATO
           OPEN INPUT DEVOLVIDOS.
           IF FS-DEVOLVIDOS EQUAL 00
               READ DEVOLVIDOS
               PERFORM UNTIL FS-DEVOLVIDOS NOT EQUAL 00
                   IF REG-DEVOLVIDO (1:7) IS NUMERIC
                       AND WRK-DVL-TOTAL < 2000
                       ADD 1 TO WRK-DVL-TOTAL
                       MOVE REG-DEVOLVIDO (1:7) TO
                           WRK-DVL-ID (WRK-DVL-TOTAL)
                   END-IF
                   READ DEVOLVIDOS
               END-PERFORM
               CLOSE DEVOLVIDOS
           END-IF.

       0200-PROCESS SECTION.
      *==  A CHAVE COMECA PELO ID -- OS LANCAMENTOS DE CADA CLIENTE
      *==  VEM JUNTOS, NA ORDEM EM QUE FORAM GRAVADOS
           MOVE 'N' TO WRK-FIM-CONTA.
           MOVE ZEROS TO WRK-ID-CORRENTE.
           MOVE WRK-ID-UNICO TO LCC-ID-CLIENTE.
           MOVE ZEROS TO LCC-SEQUENCIA.
           START CONTA-CORRENTE KEY IS GREATER THAN LCC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CONTA
           END-START.
           PERFORM UNTIL WRK-FIM-CONTA EQUAL 'S'
               READ CONTA-CORRENTE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-CONTA
                   NOT AT END
                       IF WRK-ID-UNICO NOT EQUAL ZEROS
                           AND LCC-ID-CLIENTE NOT EQUAL WRK-ID-UNICO
                           MOVE 'S' TO WRK-FIM-CONTA
                       ELSE
                           PERFORM 0210-TRATA-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-ID-CORRENTE NOT EQUAL ZEROS
               PERFORM 0250-FECHA-CLIENTE
           END-IF.

       0210-TRATA-LANCAMENTO SECTION.
           IF LCC-ID-CLIENTE NOT EQUAL WRK-ID-CORRENTE
               IF WRK-ID-CORRENTE NOT EQUAL ZEROS
                   PERFORM 0250-FECHA-CLIENTE
               END-IF
               MOVE LCC-ID-CLIENTE TO WRK-ID-CORRENTE
               MOVE ZEROS TO WRK-SALDO-ANTERIOR
               MOVE ZEROS TO WRK-SALDO-FINAL
               MOVE ZEROS TO WRK-MOV-TOTAL
               MOVE ZEROS TO WRK-MOV-EXCEDENTES
               ADD 1 TO WRK-ACUM-CLIENTES
           END-IF.
           ADD 1 TO WRK-ACUM-LANCAMENTOS.
           PERFORM 0220-ACUMULA-LANCAMENTO.

       0220-ACUMULA-LANCAMENTO SECTION.
      *==  OS SALDOS SAO SOMADOS PELA DATA DO LANCAMENTO (E NAO
      *==  TIRADOS DO SALDO GRAVADO) -- O RETORNO BANCARIO LANCA COM A
      *==  DATA DO PAGAMENTO, QUE PODE SER ANTERIOR A LANCAMENTOS JA
      *==  GRAVADOS; LANCAMENTO POSTERIOR AO MES FICA DE FORA
           EVALUATE TRUE
               WHEN LCC-DATA (1:6) < WRK-MES-REF
                   IF LCC-NATUREZA EQUAL 'D'
                       ADD LCC-VALOR TO WRK-SALDO-ANTERIOR
                   ELSE
                       SUBTRACT LCC-VALOR FROM WRK-SALDO-ANTERIOR
                   END-IF
                   IF LCC-NATUREZA EQUAL 'D'
                       ADD LCC-VALOR TO WRK-SALDO-FINAL
                   ELSE
                       SUBTRACT LCC-VALOR FROM WRK-SALDO-FINAL
                   END-IF
               WHEN LCC-DATA (1:6) EQUAL WRK-MES-REF
                   IF LCC-NATUREZA EQUAL 'D'
                       ADD LCC-VALOR TO WRK-SALDO-FINAL
                   ELSE
                       SUBTRACT LCC-VALOR FROM WRK-SALDO-FINAL
                   END-IF
                   IF WRK-MOV-TOTAL < 200
                       ADD 1 TO WRK-MOV-TOTAL
                       MOVE LCC-DATA TO WRK-MOV-DATA (WRK-MOV-TOTAL)
                       MOVE LCC-DOCUMENTO TO
                           WRK-MOV-DOCUMENTO (WRK-MOV-TOTAL)
                       MOVE LCC-HISTORICO TO
                           WRK-MOV-HISTORICO (WRK-MOV-TOTAL)
                       MOVE LCC-NATUREZA TO
                           WRK-MOV-NATUREZA (WRK-MOV-TOTAL)
                       MOVE LCC-VALOR TO WRK-MOV-VALOR (WRK-MOV-TOTAL)
                   ELSE
                       ADD 1 TO WRK-MOV-EXCEDENTES
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0250-FECHA-CLIENTE SECTION.
           IF WRK-MOV-TOTAL EQUAL ZERO AND WRK-MOV-EXCEDENTES EQUAL ZERO
               AND WRK-SALDO-FINAL EQUAL ZERO
               ADD 1 TO WRK-ACUM-SEM-MOVIMENTO
           ELSE
               PERFORM 0260-VERIFICA-CLIENTE
               IF WRK-CARTA-OK EQUAL 'S'
                   PERFORM 0270-IMPRIME-EXTRATO
               ELSE
                   ADD 1 TO WRK-ACUM-PULADOS
               END-IF
           END-IF.

       0260-VERIFICA-CLIENTE SECTION.
      *==  MESMOS TESTES DA CARTA DE COBRANCA (ARQ067), MENOS O DE
      *==  INATIVO -- QUALQUER TESTE DERRUBA A FLAG
           MOVE 'S' TO WRK-CARTA-OK.
           MOVE WRK-ID-CORRENTE TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   MOVE 'N' TO WRK-CARTA-OK
           END-READ.
           IF WRK-CARTA-OK EQUAL 'S' AND REG-STATUS EQUAL 'L'
               MOVE 'N' TO WRK-CARTA-OK
           END-IF.
           IF WRK-CARTA-OK EQUAL 'S'
               AND (REG-UF IS NOT ALPHABETIC
                   OR REG-UF EQUAL SPACES
                   OR REG-CEP IS NOT NUMERIC)
               MOVE 'N' TO WRK-CARTA-OK
           END-IF.
           IF WRK-CARTA-OK EQUAL 'S'
               MOVE 'N' TO WRK-DVL-ACHADO
               PERFORM VARYING WRK-DVL-IDX FROM 1 BY 1
                   UNTIL WRK-DVL-IDX > WRK-DVL-TOTAL
                       OR WRK-DVL-ACHADO EQUAL 'S'
                   IF WRK-DVL-ID (WRK-DVL-IDX) EQUAL REG-ID
                       MOVE 'S' TO WRK-DVL-ACHADO
                   END-IF
               END-PERFORM
               IF WRK-DVL-ACHADO EQUAL 'S'
                   MOVE 'N' TO WRK-CARTA-OK
               END-IF
           END-IF.

       0270-IMPRIME-EXTRATO SECTION.
           MOVE ALL "=" TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING "A(O) SR(A). " DELIMITED BY SIZE
               FUNCTION TRIM(REG-NOME) DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE REG-LOGRADOURO TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING FUNCTION TRIM(REG-CIDADE) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               REG-UF DELIMITED BY SIZE
               "  CEP " DELIMITED BY SIZE
               REG-CEP DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING "EXTRATO DE CONTA CORRENTE -- MES " DELIMITED BY SIZE
               WRK-MES-REF (5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WRK-MES-REF (1:4) DELIMITED BY SIZE
               "   CLIENTE " DELIMITED BY SIZE
               REG-ID DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-EDITADO.
           MOVE SPACES TO REG-CARTA.
           STRING "SALDO ANTERIOR...............: " DELIMITED BY SIZE
               WRK-SALDO-EDITADO DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           IF WRK-MOV-TOTAL > ZERO
               MOVE WRK-LINHA-TITULO TO REG-CARTA
               WRITE REG-CARTA
               MOVE ALL "-" TO REG-CARTA
               WRITE REG-CARTA
               PERFORM 0280-LINHAS-MOVIMENTO
           ELSE
               MOVE "NENHUM LANCAMENTO NO MES." TO REG-CARTA
               WRITE REG-CARTA
           END-IF.
           IF WRK-MOV-EXCEDENTES > ZERO
               MOVE SPACES TO REG-CARTA
               STRING "(MAIS " DELIMITED BY SIZE
                   WRK-MOV-EXCEDENTES DELIMITED BY SIZE
                   " LANCAMENTOS DO MES INCLUIDOS NO SALDO FINAL)"
                   DELIMITED BY SIZE
                   INTO REG-CARTA
               WRITE REG-CARTA
           END-IF.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE WRK-SALDO-FINAL TO WRK-SALDO-EDITADO.
           MOVE SPACES TO REG-CARTA.
           STRING "SALDO NO FIM DO MES..........: " DELIMITED BY SIZE
               WRK-SALDO-EDITADO DELIMITED BY SIZE
               INTO REG-CARTA.
           WRITE REG-CARTA.
           PERFORM 0275-SALDO-PONTOS.
           IF WRK-TEM-PONTOS EQUAL 'S'
               MOVE WRK-SALDO-PONTOS TO WRK-PONTOS-EDITADO
               MOVE SPACES TO REG-CARTA
               STRING "SALDO DE PONTOS FIDELIDADE...: "
                   DELIMITED BY SIZE
                   WRK-PONTOS-EDITADO DELIMITED BY SIZE
                   INTO REG-CARTA
               WRITE REG-CARTA
           END-IF.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           EVALUATE TRUE
               WHEN WRK-SALDO-FINAL > ZERO
                   MOVE "O SALDO ACIMA E O VALOR EM ABERTO EM SEU NOME."
                       TO REG-CARTA
               WHEN WRK-SALDO-FINAL < ZERO
                   MOVE "SALDO NEGATIVO: CREDITO A SEU FAVOR."
                       TO REG-CARTA
               WHEN OTHER
                   MOVE "NAO HA VALOR EM ABERTO EM SEU NOME."
                       TO REG-CARTA
           END-EVALUATE.
           WRITE REG-CARTA.
           MOVE "EM CASO DE DUVIDA, ENTRE EM CONTATO COM NOSSA CENTRAL"
               TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "DE ATENDIMENTO." TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           ADD 1 TO WRK-ACUM-CARTAS.

       0275-SALDO-PONTOS SECTION.
      *==  O SALDO DO ULTIMO LANCAMENTO ATE O FIM DO MES DE
      *==  REFERENCIA -- O EXTRATO DE PONTOS E GRAVADO EM ORDEM DE DATA
           MOVE 'N' TO WRK-TEM-PONTOS.
           MOVE ZEROS TO WRK-SALDO-PONTOS.
           IF WRK-PONTOS-ABERTO EQUAL 'S'
               MOVE 'N' TO WRK-FIM-PONTOS
               MOVE REG-ID TO PNT-ID-CLIENTE
               MOVE ZEROS TO PNT-SEQUENCIA
               START PONTOS KEY IS GREATER THAN PNT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-PONTOS
               END-START
               PERFORM UNTIL WRK-FIM-PONTOS EQUAL 'S'
                   READ PONTOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-PONTOS
                       NOT AT END
                           IF PNT-ID-CLIENTE EQUAL REG-ID
                               AND PNT-DATA (1:6) NOT > WRK-MES-REF
                               MOVE 'S' TO WRK-TEM-PONTOS
                               MOVE PNT-SALDO TO WRK-SALDO-PONTOS
                           ELSE
                               MOVE 'S' TO WRK-FIM-PONTOS
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO FS-PONTOS
           END-IF.

       0280-LINHAS-MOVIMENTO SECTION.
           MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-LINHA.
           PERFORM VARYING WRK-MOV-IDX FROM 1 BY 1
               UNTIL WRK-MOV-IDX > WRK-MOV-TOTAL
               MOVE WRK-MOV-DATA (WRK-MOV-IDX) TO WRK-LIN-DATA
               MOVE WRK-MOV-DOCUMENTO (WRK-MOV-IDX) TO
                   WRK-LIN-DOCUMENTO
               MOVE WRK-MOV-HISTORICO (WRK-MOV-IDX) TO
                   WRK-LIN-HISTORICO
               MOVE ZEROS TO WRK-LIN-DEBITO
               MOVE ZEROS TO WRK-LIN-CREDITO
               IF WRK-MOV-NATUREZA (WRK-MOV-IDX) EQUAL 'D'
                   MOVE WRK-MOV-VALOR (WRK-MOV-IDX) TO WRK-LIN-DEBITO
                   ADD WRK-MOV-VALOR (WRK-MOV-IDX) TO WRK-SALDO-LINHA
               ELSE
                   MOVE WRK-MOV-VALOR (WRK-MOV-IDX) TO
                       WRK-LIN-CREDITO
                   SUBTRACT WRK-MOV-VALOR (WRK-MOV-IDX) FROM
                       WRK-SALDO-LINHA
               END-IF
               MOVE WRK-SALDO-LINHA TO WRK-LIN-SALDO
               MOVE WRK-LINHA-MOVIMENTO TO REG-CARTA
               WRITE REG-CARTA
           END-PERFORM.

       0300-FINISH SECTION.
           CLOSE CLIENTES.
           CLOSE CONTA-CORRENTE.
           IF WRK-PONTOS-ABERTO EQUAL 'S'
               CLOSE PONTOS
           END-IF.
           CLOSE CARTAS.
           DISPLAY "================================".
           DISPLAY "MES DE REFERENCIA....: " WRK-MES-REF.
           DISPLAY "LANCAMENTOS LIDOS....: " WRK-ACUM-LANCAMENTOS.
           DISPLAY "CLIENTES NA CONTA....: " WRK-ACUM-CLIENTES.
           DISPLAY "EXTRATOS GERADOS.....: " WRK-ACUM-CARTAS.
           DISPLAY "SEM MOVIMENTO/SALDO..: " WRK-ACUM-SEM-MOVIMENTO.
           DISPLAY "CLIENTES PULADOS.....: " WRK-ACUM-PULADOS.
           DISPLAY "EXTRATOS EM EXTRATOS-CLIENTES.TXT".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
