       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ132 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: PONTUACAO INTERNA DE CREDITO E REVISAO MENSAL DOS
      *==            LIMITES -- PERCORRE AS FATURAS AGRUPADAS POR
      *==            CLIENTE (CHAVE ALTERNATIVA FAT-CHAVE-PEDIDO) E
      *==            PONTUA CADA UM PELO PROPRIO HISTORICO: ATRASO
      *==            MEDIO DAS FATURAS PAGAS, MAIOR VALOR QUE VENCEU
      *==            SEM PAGAMENTO EM DIA E QUANTIDADE DE PAGAMENTOS
      *==            SUSPENSOS OU EM DISPUTA; GRAVA O ARQUIVO
      *==            PONTUACAO-CREDITO (VIDE PTCREG) E, PARA O
      *==            CLIENTE COM LIMITE (LIMITE-CREDITO, ARQ068),
      *==            PROPOE AUMENTO PARA O BOM PAGADOR E REDUCAO PARA
      *==            O MAU NA FILA DE APROVACOES (CAMPO "LIMI") -- O
      *==            LIMITE SO MUDA QUANDO UM OPERADOR NIVEL 3 APROVA
      *==            NO ARQ086
      *==  RODA NA CADEIA NOTURNA (ARQ036) SO NO PRIMEIRO DIA UTIL DO
      *==  MES, COMO O ENSAIO DE RECUPERACAO (ARQ089)
      *==  PONTOS = 100 MENOS:
      *==    ATRASO MEDIO DAS PAGAS: 2 POR DIA, ATE 40
      *==    MAIOR VALOR VENCIDO (PAGA EM ATRASO, ABERTA VENCIDA OU
      *==    BAIXADA POR PERDA): PROPORCIONAL AO LIMITE, ATE 30 --
      *==    SEM LIMITE, 15 SE HOUVER; FATURA BAIXADA DA OS 30
      *==    SUSPENSOS (PAGAMENTOS-SUSPENSOS PENDENTES + LANCAMENTOS
      *==    'PS' DA CONTA CORRENTE) E DISPUTAS (FATURAS-DISPUTA,
      *==    ABERTAS OU LIBERADAS): 10 CADA, ATE 30
      *==  PARAMETROS EM PONTUACAO-PARM.TXT (OPCIONAL): LINHA 1 =
      *==  PONTOS MINIMOS PARA AUMENTO (PADRAO 80), LINHA 2 = PONTOS
      *==  ABAIXO DOS QUAIS REDUZ (PADRAO 40), LINHA 3 = PERCENTUAL
      *==  DO AJUSTE (PADRAO 20)
      *==  CLIENTE COM FATURA ABERTA VENCIDA NAO RECEBE AUMENTO, E
      *==  CLIENTE QUE JA TEM PROPOSTA DE LIMITE PENDENTE NA FILA NAO
      *==  RECEBE OUTRA
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT LIMITES ASSIGN TO
               DYNAMIC WRK-CAMINHO-LIMITES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-ID-CLIENTE
               FILE STATUS IS FS-LIMITES.

           SELECT DISPUTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-DISPUTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-FAT-NUMERO
               ALTERNATE RECORD KEY IS DSP-CHAVE-OCORRENCIA
                   WITH DUPLICATES
               FILE STATUS IS FS-DISPUTAS.

           SELECT CONTA-CORRENTE ASSIGN TO
               DYNAMIC WRK-CAMINHO-CONTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCC-CHAVE
               FILE STATUS IS FS-CONTA.

           SELECT APROVACOES ASSIGN TO
               DYNAMIC WRK-CAMINHO-APROVACOES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-NUMERO
               FILE STATUS IS FS-APROVACOES.

           SELECT PONTUACAO ASSIGN TO
               DYNAMIC WRK-CAMINHO-PONTUACAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTC-ID-CLIENTE
               FILE STATUS IS FS-PONTUACAO.

           SELECT SUSPENSOS ASSIGN TO
               "PAGAMENTOS-SUSPENSOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSOS.

           SELECT PARAMETROS ASSIGN TO
               "PONTUACAO-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD LIMITES.
       01 REG-LIMITE.
           COPY LIMREG.

       FD DISPUTAS.
       01 REG-DISPUTA.
           COPY DSPREG.

       FD CONTA-CORRENTE.
       01 REG-CONTA-CORRENTE.
           COPY LCCREG.

       FD APROVACOES.
       01 REG-APROVACAO.
           COPY APRREG.

       FD PONTUACAO.
       01 REG-PONTUACAO.
           COPY PTCREG.

       FD SUSPENSOS.
       01 REG-SUSPENSO PIC X(80).

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

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
       77 WRK-CAMINHO-LIMITES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-DISPUTAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CONTA PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-APROVACOES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PONTUACAO PIC X(30) VALUE SPACES.

       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-LIMITES PIC 9(02) VALUE ZEROS.
       77 FS-DISPUTAS PIC 9(02) VALUE ZEROS.
       77 FS-CONTA PIC 9(02) VALUE ZEROS.
       77 FS-APROVACOES PIC 9(02) VALUE ZEROS.
       77 FS-PONTUACAO PIC 9(02) VALUE ZEROS.
       77 FS-SUSPENSOS PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 WRK-LIMITES-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-DISPUTAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CONTA-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-INT-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-INT-VENCTO PIC 9(08) VALUE ZEROS.
       77 WRK-INT-PAGTO PIC 9(08) VALUE ZEROS.

      *===========TRAVA DE EXECUCAO (ARQ048)==================
       01 WRK-TRV-PARAMETROS.
           COPY TRVPRM.

      *===========CRITERIO DA REVISAO DE LIMITE===============
       77 WRK-PONTOS-AUMENTO PIC 9(03) VALUE 80.
       77 WRK-PONTOS-REDUCAO PIC 9(03) VALUE 40.
       77 WRK-PERC-AJUSTE PIC 9(03) VALUE 20.
       77 WRK-LINHA-PARM PIC 9(01) VALUE ZERO.
       77 WRK-VALOR-PARM PIC 9(03) VALUE ZEROS.

      *===========PAGAMENTOS AINDA SUSPENSOS (ARQ065)==========
       01 WRK-TAB-SUSPENSOS.
           05 WRK-SUS-FATURA OCCURS 500 TIMES PIC 9(07).
       77 WRK-SUS-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-SUS-IDX PIC 9(03) VALUE ZEROS.

      *===========PROPOSTAS DE LIMITE JA NA FILA===============
       01 WRK-TAB-PENDENTES.
           05 WRK-PEN-CLIENTE OCCURS 500 TIMES PIC 9(07).
       77 WRK-PEN-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-PEN-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PEN-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-ULTIMO-NUM-APR PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-APROVACOES PIC X(01) VALUE 'N'.

      *===========HISTORICO DO CLIENTE CORRENTE================
       77 WRK-FIM-FATURAS PIC X(01) VALUE 'N'.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-ID-CORRENTE PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-FATURAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PAGAS PIC 9(05) VALUE ZEROS.
       77 WRK-SOMA-ATRASO PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       77 WRK-MEDIA-ATRASO PIC 9(04) VALUE ZEROS.
       77 WRK-MAIOR-VENCIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTDE-SUSPENSOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-DISPUTAS PIC 9(03) VALUE ZEROS.
       77 WRK-VENCIDA-ABERTA PIC X(01) VALUE 'N'.
       77 WRK-TEM-BAIXA PIC X(01) VALUE 'N'.

      *===========CALCULO DOS PONTOS===========================
       77 WRK-PONTOS PIC S9(04) VALUE ZEROS.
       77 WRK-PENALIDADE PIC 9(05) VALUE ZEROS.
       77 WRK-FAIXA PIC X(01) VALUE SPACES.
       77 WRK-LIMITE-ATUAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TEM-LIMITE PIC X(01) VALUE 'N'.
       77 WRK-NOVO-LIMITE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIMITE-EDITADO PIC ZZZZZZ9.99.
       77 WRK-NOVO-EDITADO PIC ZZZZZZ9.99.

      *================ACUMULADORES===================================
       77 WRK-ACUM-CLIENTES PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-FAIXA-A PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-FAIXA-B PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-FAIXA-C PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-FAIXA-D PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-AUMENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-REDUCOES PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-JA-NA-FILA PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           MOVE 'A' TO TRV-FUNCAO.
           MOVE 'B' TO TRV-MODO.
           MOVE "ARQ132" TO TRV-PROGRAMA.
           CALL "ARQ048" USING WRK-TRV-PARAMETROS.
           IF TRV-RESULTADO NOT EQUAL 'S'
               DISPLAY "EXECUCAO ABANDONADA -- CADASTRO EM USO"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO CADEIA-RETORNO
               GOBACK
           END-IF.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           COMPUTE WRK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WRK-DATA-HOJE)).
           PERFORM 0105-LE-PARAMETROS.
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
      *==  A PONTUACAO E REFEITA INTEIRA -- CLIENTE QUE PERDEU TODAS
      *==  AS FATURAS (EXPURGO) SAI DO ARQUIVO
           OPEN OUTPUT PONTUACAO.
           IF FS-PONTUACAO NOT EQUAL 00
               MOVE "PONTUACAO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT LIMITES.
           IF FS-LIMITES EQUAL 00
               MOVE 'S' TO WRK-LIMITES-ABERTO
           END-IF.
           OPEN INPUT DISPUTAS.
           IF FS-DISPUTAS EQUAL 00
               MOVE 'S' TO WRK-DISPUTAS-ABERTO
           END-IF.
           OPEN INPUT CONTA-CORRENTE.
           IF FS-CONTA EQUAL 00
               MOVE 'S' TO WRK-CONTA-ABERTO
           END-IF.
           PERFORM 0110-CARREGA-SUSPENSOS.
           PERFORM 0120-CARREGA-PENDENTES.

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
                   MOVE "LIMITE-CREDITO-TEST.txt" TO
                       WRK-CAMINHO-LIMITES
                   MOVE "FATURAS-DISPUTA-TEST.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "CONTA-CORRENTE-TEST.txt" TO
                       WRK-CAMINHO-CONTA
                   MOVE "APROVACOES-TEST.txt" TO
                       WRK-CAMINHO-APROVACOES
                   MOVE "PONTUACAO-CREDITO-TEST.txt" TO
                       WRK-CAMINHO-PONTUACAO
               WHEN "DEV"
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "LIMITE-CREDITO-DEV.txt" TO
                       WRK-CAMINHO-LIMITES
                   MOVE "FATURAS-DISPUTA-DEV.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "CONTA-CORRENTE-DEV.txt" TO
                       WRK-CAMINHO-CONTA
                   MOVE "APROVACOES-DEV.txt" TO
                       WRK-CAMINHO-APROVACOES
                   MOVE "PONTUACAO-CREDITO-DEV.txt" TO
                       WRK-CAMINHO-PONTUACAO
               WHEN OTHER
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "\LIMITE-CREDITO.txt" TO
                       WRK-CAMINHO-LIMITES
                   MOVE "\FATURAS-DISPUTA.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "\CONTA-CORRENTE.txt" TO
                       WRK-CAMINHO-CONTA
                   MOVE "\APROVACOES-PENDENTES.txt" TO
                       WRK-CAMINHO-APROVACOES
                   MOVE "\PONTUACAO-CREDITO.txt" TO
                       WRK-CAMINHO-PONTUACAO
           END-EVALUATE.

       0105-LE-PARAMETROS SECTION.
      *==  LINHA EM BRANCO OU NAO NUMERICA MANTEM O PADRAO DAQUELA
      *==  LINHA
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS EQUAL 00
               MOVE ZERO TO WRK-LINHA-PARM
               READ PARAMETROS
               PERFORM UNTIL FS-PARAMETROS NOT EQUAL 00
                       OR WRK-LINHA-PARM EQUAL 3
                   ADD 1 TO WRK-LINHA-PARM
                   IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                       COMPUTE WRK-VALOR-PARM =
                           FUNCTION NUMVAL(REG-PARAMETRO)
                       EVALUATE WRK-LINHA-PARM
                           WHEN 1
                               MOVE WRK-VALOR-PARM TO
                                   WRK-PONTOS-AUMENTO
                           WHEN 2
                               MOVE WRK-VALOR-PARM TO
                                   WRK-PONTOS-REDUCAO
                           WHEN 3
                               MOVE WRK-VALOR-PARM TO
                                   WRK-PERC-AJUSTE
                       END-EVALUATE
                   END-IF
                   READ PARAMETROS
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           IF WRK-PERC-AJUSTE > 90
               MOVE 90 TO WRK-PERC-AJUSTE
           END-IF.

       0110-CARREGA-SUSPENSOS SECTION.
      *==  O SUSPENSO NAO TEM CLIENTE -- SO A FATURA INFORMADA PELO
      *==  BANCO (POSICOES 2 A 8 DA LINHA ORIGINAL DO RETORNO)
           MOVE ZEROS TO WRK-SUS-TOTAL.
           OPEN INPUT SUSPENSOS.
           IF FS-SUSPENSOS EQUAL 00
               READ SUSPENSOS
               PERFORM UNTIL FS-SUSPENSOS NOT EQUAL 00
                       OR WRK-SUS-TOTAL EQUAL 500
                   IF REG-SUSPENSO (2:7) IS NUMERIC
                       ADD 1 TO WRK-SUS-TOTAL
                       MOVE REG-SUSPENSO (2:7) TO
                           WRK-SUS-FATURA (WRK-SUS-TOTAL)
                   END-IF
                   READ SUSPENSOS
               END-PERFORM
               CLOSE SUSPENSOS
           END-IF.

       0120-CARREGA-PENDENTES SECTION.
      *==  UMA PASSAGEM PELA FILA: GUARDA OS CLIENTES COM PROPOSTA DE
      *==  LIMITE AINDA PENDENTE E O ULTIMO NUMERO USADO (MESMO
      *==  PERCURSO DO ARQ117)
           MOVE ZEROS TO WRK-ULTIMO-NUM-APR.
           MOVE ZEROS TO WRK-PEN-TOTAL.
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
                       IF APR-CAMPO EQUAL "LIMI"
                           AND APR-STATUS EQUAL 'P'
                           AND WRK-PEN-TOTAL < 500
                           ADD 1 TO WRK-PEN-TOTAL
                           MOVE APR-ID-CLIENTE TO
                               WRK-PEN-CLIENTE (WRK-PEN-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-APROVACOES.

       0200-PROCESS SECTION.
      *==  A CHAVE ALTERNATIVA COMECA PELO ID DO CLIENTE -- A LEITURA
      *==  EM ORDEM DELA TRAZ AS FATURAS DE CADA CLIENTE JUNTAS
           MOVE 'N' TO WRK-FIM-FATURAS.
           MOVE ZEROS TO WRK-ID-CORRENTE.
           MOVE ZEROS TO FAT-CHAVE-PEDIDO.
           START FATURAS KEY IS GREATER THAN FAT-CHAVE-PEDIDO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-FATURAS
           END-START.
           PERFORM UNTIL WRK-FIM-FATURAS EQUAL 'S'
               READ FATURAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-FATURAS
                   NOT AT END
                       IF FAT-ID-CLIENTE NOT EQUAL WRK-ID-CORRENTE
                           IF WRK-ID-CORRENTE NOT EQUAL ZEROS
                               PERFORM 0250-FECHA-CLIENTE
                           END-IF
                           PERFORM 0205-ABRE-CLIENTE
                       END-IF
                       PERFORM 0210-ACUMULA-FATURA
               END-READ
           END-PERFORM.
           IF WRK-ID-CORRENTE NOT EQUAL ZEROS
               PERFORM 0250-FECHA-CLIENTE
           END-IF.

       0205-ABRE-CLIENTE SECTION.
           MOVE FAT-ID-CLIENTE TO WRK-ID-CORRENTE.
           MOVE ZEROS TO WRK-QTDE-FATURAS.
           MOVE ZEROS TO WRK-QTDE-PAGAS.
           MOVE ZEROS TO WRK-SOMA-ATRASO.
           MOVE ZEROS TO WRK-MAIOR-VENCIDO.
           MOVE ZEROS TO WRK-QTDE-SUSPENSOS.
           MOVE ZEROS TO WRK-QTDE-DISPUTAS.
           MOVE 'N' TO WRK-VENCIDA-ABERTA.
           MOVE 'N' TO WRK-TEM-BAIXA.

       0210-ACUMULA-FATURA SECTION.
           ADD 1 TO WRK-QTDE-FATURAS.
           MOVE ZEROS TO WRK-INT-VENCTO.
           IF FAT-DATA-VENCTO IS NUMERIC
               COMPUTE WRK-INT-VENCTO =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(FAT-DATA-VENCTO))
           END-IF.
           EVALUATE FAT-STATUS
               WHEN 'P'
                   IF WRK-INT-VENCTO > ZERO
                       AND FAT-DATA-PAGTO IS NUMERIC
                       ADD 1 TO WRK-QTDE-PAGAS
                       COMPUTE WRK-INT-PAGTO =
                           FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL(FAT-DATA-PAGTO))
                       COMPUTE WRK-DIAS-ATRASO =
                           WRK-INT-PAGTO - WRK-INT-VENCTO
                       IF WRK-DIAS-ATRASO > ZERO
                           ADD WRK-DIAS-ATRASO TO WRK-SOMA-ATRASO
                           PERFORM 0215-MAIOR-VENCIDO
                       END-IF
                   END-IF
               WHEN 'A'
                   IF WRK-INT-VENCTO > ZERO
                       AND WRK-INT-VENCTO < WRK-INT-HOJE
                       MOVE 'S' TO WRK-VENCIDA-ABERTA
                       PERFORM 0215-MAIOR-VENCIDO
                   END-IF
               WHEN 'B'
                   MOVE 'S' TO WRK-TEM-BAIXA
                   PERFORM 0215-MAIOR-VENCIDO
           END-EVALUATE.
           PERFORM VARYING WRK-SUS-IDX FROM 1 BY 1
               UNTIL WRK-SUS-IDX > WRK-SUS-TOTAL
               IF WRK-SUS-FATURA (WRK-SUS-IDX) EQUAL FAT-NUMERO
                   ADD 1 TO WRK-QTDE-SUSPENSOS
               END-IF
           END-PERFORM.

       0215-MAIOR-VENCIDO SECTION.
           IF FAT-VALOR > WRK-MAIOR-VENCIDO
               MOVE FAT-VALOR TO WRK-MAIOR-VENCIDO
           END-IF.

       0250-FECHA-CLIENTE SECTION.
           ADD 1 TO WRK-ACUM-CLIENTES.
           PERFORM 0252-CONTA-SUSPENSOS-APLICADOS.
           PERFORM 0254-CONTA-DISPUTAS.
           PERFORM 0256-LE-LIMITE.
           PERFORM 0258-CALCULA-PONTOS.
           PERFORM 0262-GRAVA-PONTUACAO.
           IF WRK-TEM-LIMITE EQUAL 'S'
               PERFORM 0264-REVISA-LIMITE
           END-IF.

       0252-CONTA-SUSPENSOS-APLICADOS SECTION.
      *==  O SUSPENSO JA APLICADO PELO ARQ066 SAI DO ARQUIVO DE
      *==  SUSPENSOS -- FICA SO O LANCAMENTO 'PS' NA CONTA CORRENTE
           IF WRK-CONTA-ABERTO EQUAL 'S'
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE WRK-ID-CORRENTE TO LCC-ID-CLIENTE
               MOVE ZEROS TO LCC-SEQUENCIA
               START CONTA-CORRENTE KEY IS GREATER THAN LCC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ CONTA-CORRENTE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF LCC-ID-CLIENTE EQUAL WRK-ID-CORRENTE
                               IF LCC-TIPO EQUAL "PS"
                                   ADD 1 TO WRK-QTDE-SUSPENSOS
                               END-IF
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0254-CONTA-DISPUTAS SECTION.
      *==  CONTA A DISPUTA ABERTA E A JA LIBERADA -- AS DUAS SAO
      *==  PAGAMENTO QUE NAO VEIO NO PRAZO
           IF WRK-DISPUTAS-ABERTO EQUAL 'S'
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE WRK-ID-CORRENTE TO DSP-ID-CLIENTE
               MOVE ZEROS TO DSP-OCO-SEQUENCIA
               START DISPUTAS KEY IS NOT LESS THAN DSP-CHAVE-OCORRENCIA
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ DISPUTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF DSP-ID-CLIENTE EQUAL WRK-ID-CORRENTE
                               ADD 1 TO WRK-QTDE-DISPUTAS
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0256-LE-LIMITE SECTION.
           MOVE 'N' TO WRK-TEM-LIMITE.
           MOVE ZEROS TO WRK-LIMITE-ATUAL.
           IF WRK-LIMITES-ABERTO EQUAL 'S'
               MOVE WRK-ID-CORRENTE TO LIM-ID-CLIENTE
               READ LIMITES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIM-LIMITE > ZERO
                           MOVE 'S' TO WRK-TEM-LIMITE
                           MOVE LIM-LIMITE TO WRK-LIMITE-ATUAL
                       END-IF
               END-READ
           END-IF.

       0258-CALCULA-PONTOS SECTION.
           MOVE 100 TO WRK-PONTOS.
           MOVE ZEROS TO WRK-MEDIA-ATRASO.
           IF WRK-QTDE-PAGAS > ZERO
               COMPUTE WRK-MEDIA-ATRASO ROUNDED =
                   WRK-SOMA-ATRASO / WRK-QTDE-PAGAS
           END-IF.
           COMPUTE WRK-PENALIDADE = WRK-MEDIA-ATRASO * 2.
           IF WRK-PENALIDADE > 40
               MOVE 40 TO WRK-PENALIDADE
           END-IF.
           SUBTRACT WRK-PENALIDADE FROM WRK-PONTOS.
           MOVE ZEROS TO WRK-PENALIDADE.
           IF WRK-MAIOR-VENCIDO > ZERO
               IF WRK-TEM-LIMITE EQUAL 'S'
                   COMPUTE WRK-PENALIDADE ROUNDED =
                       WRK-MAIOR-VENCIDO * 30 / WRK-LIMITE-ATUAL
                       ON SIZE ERROR
                           MOVE 30 TO WRK-PENALIDADE
                   END-COMPUTE
               ELSE
                   MOVE 15 TO WRK-PENALIDADE
               END-IF
           END-IF.
           IF WRK-TEM-BAIXA EQUAL 'S' OR WRK-PENALIDADE > 30
               MOVE 30 TO WRK-PENALIDADE
           END-IF.
           SUBTRACT WRK-PENALIDADE FROM WRK-PONTOS.
           COMPUTE WRK-PENALIDADE =
               (WRK-QTDE-SUSPENSOS + WRK-QTDE-DISPUTAS) * 10.
           IF WRK-PENALIDADE > 30
               MOVE 30 TO WRK-PENALIDADE
           END-IF.
           SUBTRACT WRK-PENALIDADE FROM WRK-PONTOS.
           IF WRK-PONTOS < ZERO
               MOVE ZERO TO WRK-PONTOS
           END-IF.
           EVALUATE TRUE
               WHEN WRK-PONTOS >= 80
                   MOVE 'A' TO WRK-FAIXA
                   ADD 1 TO WRK-ACUM-FAIXA-A
               WHEN WRK-PONTOS >= 60
                   MOVE 'B' TO WRK-FAIXA
                   ADD 1 TO WRK-ACUM-FAIXA-B
               WHEN WRK-PONTOS >= 40
                   MOVE 'C' TO WRK-FAIXA
                   ADD 1 TO WRK-ACUM-FAIXA-C
               WHEN OTHER
                   MOVE 'D' TO WRK-FAIXA
                   ADD 1 TO WRK-ACUM-FAIXA-D
           END-EVALUATE.

       0262-GRAVA-PONTUACAO SECTION.
           MOVE SPACES TO REG-PONTUACAO.
           MOVE WRK-ID-CORRENTE TO PTC-ID-CLIENTE.
           MOVE WRK-PONTOS TO PTC-PONTOS.
           MOVE WRK-FAIXA TO PTC-FAIXA.
           MOVE WRK-QTDE-FATURAS TO PTC-QTDE-FATURAS.
           MOVE WRK-MEDIA-ATRASO TO PTC-MEDIA-ATRASO.
           MOVE WRK-MAIOR-VENCIDO TO PTC-MAIOR-VENCIDO.
           MOVE WRK-QTDE-SUSPENSOS TO PTC-QTDE-SUSPENSOS.
           MOVE WRK-QTDE-DISPUTAS TO PTC-QTDE-DISPUTAS.
           MOVE WRK-DATA-HOJE TO PTC-DATA.
           WRITE REG-PONTUACAO
               INVALID KEY
                   DISPLAY "PONTUACAO DUPLICADA -- ID " WRK-ID-CORRENTE
           END-WRITE.

       0264-REVISA-LIMITE SECTION.
           MOVE ZEROS TO WRK-NOVO-LIMITE.
           IF WRK-PONTOS >= WRK-PONTOS-AUMENTO
               AND WRK-VENCIDA-ABERTA EQUAL 'N'
               COMPUTE WRK-NOVO-LIMITE ROUNDED =
                   WRK-LIMITE-ATUAL * (100 + WRK-PERC-AJUSTE) / 100
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WRK-NOVO-LIMITE
               END-COMPUTE
           END-IF.
           IF WRK-PONTOS < WRK-PONTOS-REDUCAO
               COMPUTE WRK-NOVO-LIMITE ROUNDED =
                   WRK-LIMITE-ATUAL * (100 - WRK-PERC-AJUSTE) / 100
           END-IF.
           IF WRK-NOVO-LIMITE > ZERO
               AND WRK-NOVO-LIMITE NOT EQUAL WRK-LIMITE-ATUAL
               MOVE 'N' TO WRK-PEN-ACHADO
               PERFORM VARYING WRK-PEN-IDX FROM 1 BY 1
                   UNTIL WRK-PEN-IDX > WRK-PEN-TOTAL
                       OR WRK-PEN-ACHADO EQUAL 'S'
                   IF WRK-PEN-CLIENTE (WRK-PEN-IDX) EQUAL
                       WRK-ID-CORRENTE
                       MOVE 'S' TO WRK-PEN-ACHADO
                   END-IF
               END-PERFORM
               IF WRK-PEN-ACHADO EQUAL 'S'
                   ADD 1 TO WRK-ACUM-JA-NA-FILA
               ELSE
                   PERFORM 0266-GRAVA-PROPOSTA
               END-IF
           END-IF.

       0266-GRAVA-PROPOSTA SECTION.
      *==  ANTES E DEPOIS LEVAM O LIMITE EDITADO -- O ARQ086 CONFERE
      *==  O ANTES COM O LIMITE VIGENTE NA HORA DE APROVAR
      *==  O SOLICITANTE E "LOTE", QUE NAO E CODIGO DE OPERADOR
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-LIMITE-ATUAL TO WRK-LIMITE-EDITADO.
           MOVE WRK-NOVO-LIMITE TO WRK-NOVO-EDITADO.
           MOVE SPACES TO REG-APROVACAO.
           ADD 1 TO WRK-ULTIMO-NUM-APR GIVING APR-NUMERO.
           MOVE WRK-ID-CORRENTE TO APR-ID-CLIENTE.
           MOVE "LIMI" TO APR-CAMPO.
           STRING "LIMITE " DELIMITED BY SIZE
               WRK-LIMITE-EDITADO DELIMITED BY SIZE
               INTO APR-VALOR-ANTES.
           STRING "LIMITE " DELIMITED BY SIZE
               WRK-NOVO-EDITADO DELIMITED BY SIZE
               INTO APR-VALOR-DEPOIS.
           MOVE "LOTE" TO APR-OPER-SOLICITOU.
           MOVE WRK-DATA-HORA TO APR-DATA-HORA-SOL.
           MOVE 'P' TO APR-STATUS.
           MOVE SPACES TO APR-OPER-APROVOU APR-DATA-HORA-APR.
           WRITE REG-APROVACAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PENDENCIA -- ID "
                       WRK-ID-CORRENTE
               NOT INVALID KEY
                   MOVE APR-NUMERO TO WRK-ULTIMO-NUM-APR
                   IF WRK-NOVO-LIMITE > WRK-LIMITE-ATUAL
                       ADD 1 TO WRK-ACUM-AUMENTOS
                   ELSE
                       ADD 1 TO WRK-ACUM-REDUCOES
                   END-IF
           END-WRITE.

       0300-FINISH SECTION.
           CLOSE FATURAS.
           CLOSE APROVACOES.
           CLOSE PONTUACAO.
           IF WRK-LIMITES-ABERTO EQUAL 'S'
               CLOSE LIMITES
           END-IF.
           IF WRK-DISPUTAS-ABERTO EQUAL 'S'
               CLOSE DISPUTAS
           END-IF.
           IF WRK-CONTA-ABERTO EQUAL 'S'
               CLOSE CONTA-CORRENTE
           END-IF.
           PERFORM 0310-LIBERA-TRAVA.
           DISPLAY "================================".
           DISPLAY "CLIENTES PONTUADOS...: " WRK-ACUM-CLIENTES.
           DISPLAY "  FAIXA A............: " WRK-ACUM-FAIXA-A.
           DISPLAY "  FAIXA B............: " WRK-ACUM-FAIXA-B.
           DISPLAY "  FAIXA C............: " WRK-ACUM-FAIXA-C.
           DISPLAY "  FAIXA D............: " WRK-ACUM-FAIXA-D.
           DISPLAY "AUMENTOS PROPOSTOS...: " WRK-ACUM-AUMENTOS.
           DISPLAY "REDUCOES PROPOSTAS...: " WRK-ACUM-REDUCOES.
           DISPLAY "JA NA FILA...........: " WRK-ACUM-JA-NA-FILA.
           DISPLAY "APROVACAO PELO ARQ086 (OPERADOR NIVEL 3)".
           DISPLAY "FIM DE PROGRAMA".

       0310-LIBERA-TRAVA SECTION.
           MOVE 'L' TO TRV-FUNCAO.
           MOVE "ARQ132" TO TRV-PROGRAMA.
           CALL "ARQ048" USING WRK-TRV-PARAMETROS.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           PERFORM 0310-LIBERA-TRAVA.
           MOVE 8 TO RETURN-CODE.
           MOVE 8 TO CADEIA-RETORNO.
           GOBACK.
