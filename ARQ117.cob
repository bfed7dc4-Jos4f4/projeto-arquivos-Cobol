       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ117 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: PROPOSTA DE BAIXA POR PERDA -- PERCORRE AS
      *==            FATURAS ABERTAS (FAT-STATUS 'A', SEM PAGAMENTO)
      *==            VENCIDAS HA MAIS DIAS QUE O LIMITE E, PARA CADA
      *==            UMA QUE O OPERADOR CONFIRMAR, GRAVA UMA PENDENCIA
      *==            NA FILA DE APROVACOES (APROVACOES-PENDENTES,
      *==            CAMPO "BAIX") -- A BAIXA SO ACONTECE QUANDO OUTRO
      *==            OPERADOR NIVEL 3 APROVA NO ARQ086, MESMO CIRCUITO
      *==            DAS ALTERACOES SENSIVEIS DO ARQ008
      *==  A PROPOSTA EXIGE OPERADOR NIVEL 3 NA SESSAO, CONFERIDO NO
      *==  OPERADORES.TXT COMO NO ARQ113
      *==  FATURA QUE JA TEM PENDENCIA DE BAIXA NA FILA NAO E PROPOSTA
      *==  DE NOVO
      *==  PARAMETRO EM BAIXA-PARM.TXT (OPCIONAL): LINHA 1 = DIAS DE
      *==  ATRASO A PARTIR DO VENCIMENTO (PADRAO 180)
      *==  PENDENCIA: ANTES = "FATURA NNNNNNN/PP", DEPOIS = "BAIXA " E
      *==  O SALDO DA FATURA
      *==  FATURA EM DISPUTA (RECLAMACAO DE COBRANCA ABERTA NO ARQ073,
      *==  VIDE DSPREG) NAO E PROPOSTA -- SO E CONTADA
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

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT APROVACOES ASSIGN TO
               DYNAMIC WRK-CAMINHO-APROVACOES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-NUMERO
               FILE STATUS IS FS-APROVACOES.

           SELECT DISPUTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-DISPUTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-FAT-NUMERO
               ALTERNATE RECORD KEY IS DSP-CHAVE-OCORRENCIA
                   WITH DUPLICATES
               FILE STATUS IS FS-DISPUTAS.

           SELECT PARAMETROS ASSIGN TO
               "BAIXA-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT OPERADORES ASSIGN TO
               "OPERADORES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

           SELECT OPERADOR-SESSAO ASSIGN TO
               "OPERADOR-SESSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD APROVACOES.
       01 REG-APROVACAO.
           COPY APRREG.

       FD DISPUTAS.
       01 REG-DISPUTA.
           COPY DSPREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPR-CODIGO PIC X(04).
           05 FILLER PIC X(01).
           05 OPR-NIVEL PIC 9(01).
           05 FILLER PIC X(01).
           05 OPR-NOME PIC X(20).

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-APROVACOES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-DISPUTAS PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-APROVACOES PIC 9(02) VALUE ZEROS.
       77 FS-DISPUTAS PIC 9(02) VALUE ZEROS.
       77 WRK-DISPUTAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-EM-DISPUTA PIC X(01) VALUE 'N'.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-OPERADORES PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-OPERADOR PIC X(04) VALUE "????".
       77 WRK-NIVEL-OK PIC X(01) VALUE 'N'.

      *===========TRAVA DE EXECUCAO (ARQ048)==================
       01 WRK-TRV-PARAMETROS.
           COPY TRVPRM.

      *===========CRITERIO DA PROPOSTA=========================
       77 WRK-DIAS-LIMITE PIC 9(04) VALUE 180.
       77 WRK-INT-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-INT-VENCTO PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROS.

      *===========PENDENCIAS DE BAIXA JA NA FILA==============
       01 WRK-TAB-PROPOSTAS.
           05 WRK-PRP-FATURA OCCURS 500 TIMES PIC 9(07).
       77 WRK-PRP-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-PRP-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PRP-ACHADA PIC X(01) VALUE 'N'.
       77 WRK-ULTIMO-NUM-APR PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-APROVACOES PIC X(01) VALUE 'N'.

      *===========TRATAMENTO DA FATURA CORRENTE===============
       77 WRK-FIM-FATURAS PIC X(01) VALUE 'N'.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.
       77 WRK-VALOR-EDITADO PIC ZZZZZZ9.99.
       77 WRK-ATRASO-EDITADO PIC ZZZZ9.
       77 WRK-NOME-CLIENTE PIC X(20) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-CANDIDATAS PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-PROPOSTAS PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-JA-NA-FILA PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-EM-DISPUTA PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PROPOSTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-EDITADO PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           MOVE 'A' TO TRV-FUNCAO.
           MOVE 'I' TO TRV-MODO.
           MOVE "ARQ117" TO TRV-PROGRAMA.
           CALL "ARQ048" USING WRK-TRV-PARAMETROS.
           IF TRV-RESULTADO NOT EQUAL 'S'
               DISPLAY "EXECUCAO ABANDONADA -- CADASTRO EM USO"
               GOBACK
           END-IF.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           COMPUTE WRK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WRK-DATA-HOJE)).
           PERFORM 0110-LE-OPERADOR-SESSAO.
           PERFORM 0115-VERIFICA-NIVEL.
           IF WRK-NIVEL-OK NOT EQUAL 'S'
               DISPLAY "PROPOSTA DE BAIXA EXIGE OPERADOR NIVEL 3"
               PERFORM 0310-LIBERA-TRAVA
               GOBACK
           END-IF.
           PERFORM 0105-LE-PARAMETROS.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL 00
               MOVE "FATURAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O APROVACOES.
           IF FS-APROVACOES EQUAL 35
               OPEN OUTPUT APROVACOES
               CLOSE APROVACOES
               OPEN I-O APROVACOES
           END-IF.
           IF FS-APROVACOES NOT EQUAL 00
               MOVE "FILA DE APROVACOES INDISPONIVEL" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT DISPUTAS.
           IF FS-DISPUTAS EQUAL 00
               MOVE 'S' TO WRK-DISPUTAS-ABERTO
           END-IF.
           PERFORM 0120-CARREGA-PROPOSTAS.

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
                   MOVE "FATURAS-TEST.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "APROVACOES-TEST.txt" TO
                       WRK-CAMINHO-APROVACOES
                   MOVE "FATURAS-DISPUTA-TEST.txt" TO
                       WRK-CAMINHO-DISPUTAS
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "APROVACOES-DEV.txt" TO
                       WRK-CAMINHO-APROVACOES
                   MOVE "FATURAS-DISPUTA-DEV.txt" TO
                       WRK-CAMINHO-DISPUTAS
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "\APROVACOES-PENDENTES.txt" TO
                       WRK-CAMINHO-APROVACOES
                   MOVE "\FATURAS-DISPUTA.txt" TO
                       WRK-CAMINHO-DISPUTAS
           END-EVALUATE.

       0105-LE-PARAMETROS SECTION.
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS EQUAL 00
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                           COMPUTE WRK-DIAS-LIMITE =
                               FUNCTION NUMVAL(REG-PARAMETRO)
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       0110-LE-OPERADOR-SESSAO SECTION.
      *==  O CODIGO GRAVADO PELO SIGN-ON DO ARQ000 E O PROPONENTE --
      *==  O ARQ086 NAO DEIXA ELE MESMO APROVAR
           OPEN INPUT OPERADOR-SESSAO.
           IF FS-SESSAO EQUAL 00
               READ OPERADOR-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-SESSAO TO WRK-OPERADOR
               END-READ
               CLOSE OPERADOR-SESSAO
           END-IF.

       0115-VERIFICA-NIVEL SECTION.
      *==  MESMA TABELA DO SIGN-ON E DA LIBERACAO DO ARQ027
           MOVE 'N' TO WRK-NIVEL-OK.
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES EQUAL 00
               READ OPERADORES
               PERFORM UNTIL FS-OPERADORES NOT EQUAL 00
                       OR WRK-NIVEL-OK EQUAL 'S'
                   IF OPR-CODIGO EQUAL WRK-OPERADOR
                       AND OPR-NIVEL EQUAL 3
                       MOVE 'S' TO WRK-NIVEL-OK
                   END-IF
                   READ OPERADORES
               END-PERFORM
               CLOSE OPERADORES
           END-IF.

       0120-CARREGA-PROPOSTAS SECTION.
      *==  UMA PASSAGEM PELA FILA: GUARDA AS FATURAS COM BAIXA AINDA
      *==  PENDENTE E O ULTIMO NUMERO USADO (MESMO PERCURSO DO ARQ008)
           MOVE ZEROS TO WRK-ULTIMO-NUM-APR.
           MOVE ZEROS TO WRK-PRP-TOTAL.
           MOVE 'N' TO WRK-FIM-APROVACOES.
           MOVE ZEROS TO APR-NUMERO.
           START APROVACOES KEY IS GREATER THAN APR-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-APROVACOES
           END-START.
           PERFORM UNTIL WRK-FIM-APROVACOES EQUAL 'S'
               READ APROVACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-APROVACOES
                   NOT AT END
                       MOVE APR-NUMERO TO WRK-ULTIMO-NUM-APR
                       IF APR-CAMPO EQUAL "BAIX"
                           AND APR-STATUS EQUAL 'P'
                           AND APR-VALOR-ANTES (8:7) IS NUMERIC
                           AND WRK-PRP-TOTAL < 500
                           ADD 1 TO WRK-PRP-TOTAL
                           MOVE APR-VALOR-ANTES (8:7) TO
                               WRK-PRP-FATURA (WRK-PRP-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-APROVACOES.

       0200-PROCESS SECTION.
           DISPLAY "PROPOSTA DE BAIXA POR PERDA".
           DISPLAY "FATURAS ABERTAS VENCIDAS HA MAIS DE "
               WRK-DIAS-LIMITE " DIAS".
           MOVE 'N' TO WRK-FIM-FATURAS.
           MOVE ZEROS TO FAT-NUMERO.
           START FATURAS KEY IS GREATER THAN FAT-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-FATURAS
           END-START.
           PERFORM UNTIL WRK-FIM-FATURAS EQUAL 'S'
               READ FATURAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-FATURAS
                   NOT AT END
                       IF FAT-STATUS EQUAL 'A'
                           AND FAT-DATA-VENCTO IS NUMERIC
                           PERFORM 0210-VERIFICA-FATURA
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-ACUM-CANDIDATAS EQUAL ZERO
               DISPLAY "NENHUMA FATURA NO CRITERIO DE BAIXA"
           END-IF.

       0210-VERIFICA-FATURA SECTION.
           COMPUTE WRK-INT-VENCTO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(FAT-DATA-VENCTO)).
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF WRK-INT-HOJE > WRK-INT-VENCTO
               COMPUTE WRK-DIAS-ATRASO = WRK-INT-HOJE - WRK-INT-VENCTO
           END-IF.
           MOVE 'N' TO WRK-EM-DISPUTA.
           IF WRK-DIAS-ATRASO > WRK-DIAS-LIMITE
               PERFORM 0215-VERIFICA-DISPUTA
               IF WRK-EM-DISPUTA EQUAL 'S'
                   ADD 1 TO WRK-ACUM-EM-DISPUTA
               END-IF
           END-IF.
           IF WRK-DIAS-ATRASO > WRK-DIAS-LIMITE
               AND WRK-EM-DISPUTA EQUAL 'N'
               MOVE 'N' TO WRK-PRP-ACHADA
               PERFORM VARYING WRK-PRP-IDX FROM 1 BY 1
                   UNTIL WRK-PRP-IDX > WRK-PRP-TOTAL
                       OR WRK-PRP-ACHADA EQUAL 'S'
                   IF WRK-PRP-FATURA (WRK-PRP-IDX) EQUAL FAT-NUMERO
                       MOVE 'S' TO WRK-PRP-ACHADA
                   END-IF
               END-PERFORM
               IF WRK-PRP-ACHADA EQUAL 'S'
                   ADD 1 TO WRK-ACUM-JA-NA-FILA
               ELSE
                   ADD 1 TO WRK-ACUM-CANDIDATAS
                   PERFORM 0220-PROPOE-FATURA
               END-IF
           END-IF.

       0215-VERIFICA-DISPUTA SECTION.
           MOVE 'N' TO WRK-EM-DISPUTA.
           IF WRK-DISPUTAS-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO DSP-FAT-NUMERO
               READ DISPUTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-STATUS EQUAL 'A'
                           MOVE 'S' TO WRK-EM-DISPUTA
                       END-IF
               END-READ
           END-IF.

       0220-PROPOE-FATURA SECTION.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           MOVE FAT-ID-CLIENTE TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO WRK-NOME-CLIENTE
               NOT INVALID KEY
                   MOVE REG-NOME TO WRK-NOME-CLIENTE
           END-READ.
           MOVE FAT-VALOR TO WRK-VALOR-EDITADO.
           MOVE WRK-DIAS-ATRASO TO WRK-ATRASO-EDITADO.
           DISPLAY "===============================".
           DISPLAY "FATURA......   " FAT-NUMERO "/" FAT-PARCELA.
           DISPLAY "CLIENTE.....   " FAT-ID-CLIENTE " "
               WRK-NOME-CLIENTE.
           DISPLAY "VENCIMENTO..   " FAT-DATA-VENCTO
               "   ATRASO " WRK-ATRASO-EDITADO " DIAS".
           DISPLAY "SALDO.......   " WRK-VALOR-EDITADO.
           DISPLAY "PROPOR BAIXA (S/N)...".
           MOVE SPACES TO WRK-RESPOSTA.
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA EQUAL 'S' OR WRK-RESPOSTA EQUAL 's'
               PERFORM 0230-GRAVA-PENDENCIA
           ELSE
               DISPLAY "FATURA NAO PROPOSTA"
           END-IF.

       0230-GRAVA-PENDENCIA SECTION.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE SPACES TO REG-APROVACAO.
           ADD 1 TO WRK-ULTIMO-NUM-APR GIVING APR-NUMERO.
           MOVE FAT-ID-CLIENTE TO APR-ID-CLIENTE.
           MOVE "BAIX" TO APR-CAMPO.
           STRING "FATURA " DELIMITED BY SIZE
               FAT-NUMERO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FAT-PARCELA DELIMITED BY SIZE
               INTO APR-VALOR-ANTES.
           STRING "BAIXA " DELIMITED BY SIZE
               WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO APR-VALOR-DEPOIS.
           MOVE WRK-OPERADOR TO APR-OPER-SOLICITOU.
           MOVE WRK-DATA-HORA TO APR-DATA-HORA-SOL.
           MOVE 'P' TO APR-STATUS.
           MOVE SPACES TO APR-OPER-APROVOU APR-DATA-HORA-APR.
           WRITE REG-APROVACAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PENDENCIA"
               NOT INVALID KEY
                   MOVE APR-NUMERO TO WRK-ULTIMO-NUM-APR
                   ADD 1 TO WRK-ACUM-PROPOSTAS
                   ADD FAT-VALOR TO WRK-TOT-PROPOSTO
                   DISPLAY "BAIXA ENVIADA PARA APROVACAO -- NUMERO "
                       APR-NUMERO
           END-WRITE.

       0300-FINISH SECTION.
           CLOSE CLIENTES.
           CLOSE FATURAS.
           CLOSE APROVACOES.
           IF WRK-DISPUTAS-ABERTO EQUAL 'S'
               CLOSE DISPUTAS
           END-IF.
           PERFORM 0310-LIBERA-TRAVA.
           DISPLAY "================================".
           DISPLAY "FATURAS NO CRITERIO..: " WRK-ACUM-CANDIDATAS.
           DISPLAY "JA NA FILA...........: " WRK-ACUM-JA-NA-FILA.
           DISPLAY "EM DISPUTA...........: " WRK-ACUM-EM-DISPUTA.
           DISPLAY "PROPOSTAS GRAVADAS...: " WRK-ACUM-PROPOSTAS.
           MOVE WRK-TOT-PROPOSTO TO WRK-TOT-EDITADO.
           DISPLAY "VALOR PROPOSTO.......: " WRK-TOT-EDITADO.
           DISPLAY "APROVACAO PELO ARQ086 (OUTRO OPERADOR NIVEL 3)".
           DISPLAY "FIM DE PROGRAMA".

       0310-LIBERA-TRAVA SECTION.
           MOVE 'L' TO TRV-FUNCAO.
           MOVE "ARQ117" TO TRV-PROGRAMA.
           CALL "ARQ048" USING WRK-TRV-PARAMETROS.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
