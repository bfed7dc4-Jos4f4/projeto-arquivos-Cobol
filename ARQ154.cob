       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ154 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO SEMANAL DE ATIVIDADE E PRODUTIVIDADE
      *==            POR OPERADOR (RELATORIO-PRODUTIVIDADE.TXT) --
      *==            NOS 7 DIAS ATE A DATA INFORMADA CONTA, PARA CADA
      *==            OPERADOR DE OPERADORES.TXT, OS CLIENTES
      *==            INCLUIDOS, ALTERADOS, INATIVADOS E EXCLUIDOS,
      *==            OS PEDIDOS DIGITADOS E CANCELADOS, OS PAGAMENTOS
      *==            APLICADOS NO ARQ066 E AS OCORRENCIAS ABERTAS E
      *==            FECHADAS NO ARQ073 (TUDO PELO CARIMBO OP= DO LOG
      *==            DE TRANSACOES CLIENTES-LOG.TXT), AS APROVACOES
      *==            SOLICITADAS E APROVADAS (FILA DO ARQ086) E, AO
      *==            LADO, AS SESSOES E O TEMPO DE SESSAO DO JORNAL
      *==            DE SIGN-ON (SIGNON-JORNAL, GRAVADO PELO ARQ000)
      *==  O JORNAL E ROLADO PELO ARQ085 PARA COPIAS DATADAS
      *==  (SIGNON-JORNAL.AAAAMMDD) -- SAO LIDAS AS COPIAS DO PRIMEIRO
      *==  DIA DA SEMANA ATE O DIA SEGUINTE AO ULTIMO E DEPOIS O JORNAL
      *==  CORRENTE; SESSAO SEM SAIDA PELO MENU (JANELA FECHADA, QUEDA)
      *==  CONTA COMO SESSAO MAS NAO SOMA TEMPO
      *==  DESTAQUE ('*'): OPERADOR CUJA QUANTIDADE EM ALGUMA COLUNA
      *==  PASSA DE WRK-FATOR-DESTAQUE VEZES A MEDIA DOS COLEGAS COM
      *==  ATIVIDADE NA SEMANA, A PARTIR DE WRK-MINIMO-DESTAQUE ACOES
      *==  -- OS MOTIVOS SAEM LISTADOS NO FIM DO RELATORIO
      *==  LINHA SEM OPERADOR (CARGA EM LOTE, PROGRAMA SEM SESSAO) FICA
      *==  NA LINHA "????" E NAO ENTRA NA COMPARACAO; A PROPOSTA DE
      *==  LIMITE DO LOTE MENSAL (SOLICITANTE "LOTE") NAO E CONTADA
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT OPERADORES ASSIGN TO
               "OPERADORES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

           SELECT LOG-TRANSACOES ASSIGN TO
               "CLIENTES-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOGTRANS.

           SELECT JORNAL ASSIGN TO
               "SIGNON-JORNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

           SELECT JORNAL-ARQUIVADO ASSIGN TO
               DYNAMIC WRK-CAMINHO-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARQUIVADO.

           SELECT APROVACOES ASSIGN TO
               DYNAMIC WRK-CAMINHO-APROVACOES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APR-NUMERO
               FILE STATUS IS FS-APROVACOES.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-PRODUTIVIDADE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPR-CODIGO PIC X(04).
           05 FILLER PIC X(01).
           05 OPR-NIVEL PIC 9(01).
           05 FILLER PIC X(01).
           05 OPR-NOME PIC X(20).

       FD LOG-TRANSACOES.
       01 REG-LOG-TRANSACAO PIC X(80).

       FD JORNAL.
       01 REG-JORNAL PIC X(50).

       FD JORNAL-ARQUIVADO.
       01 REG-JORNAL-ARQUIVADO PIC X(50).

       FD APROVACOES.
       01 REG-APROVACAO.
           COPY APRREG.

       FD RELATORIO.
       01 REG-RELATORIO PIC X(110).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-APROVACOES PIC X(30) VALUE SPACES.

       77 FS-OPERADORES PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 FS-JORNAL PIC 9(02) VALUE ZEROS.
       77 FS-ARQUIVADO PIC 9(02) VALUE ZEROS.
       77 FS-APROVACOES PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ARQUIVO PIC X(30) VALUE SPACES.

      *===========PERIODO DO RELATORIO========================
       01 WRK-VAL-PARAMETROS.
           COPY VALPRM.
       77 WRK-DATA-FINAL PIC X(08) VALUE SPACES.
       77 WRK-DATA-INICIAL PIC X(08) VALUE SPACES.
       77 WRK-DATA-ROLAGEM PIC X(08) VALUE SPACES.
       77 WRK-DATA-N PIC 9(08) VALUE ZEROS.
       77 WRK-INT-INICIAL PIC 9(08) VALUE ZEROS.
       77 WRK-INT-DIA PIC 9(08) VALUE ZEROS.

      *===========CRITERIO DE DESTAQUE========================
       77 WRK-FATOR-DESTAQUE PIC 9(01) VALUE 2.
       77 WRK-MINIMO-DESTAQUE PIC 9(03) VALUE 5.

      *===========QUEBRA DA LINHA DO LOG======================
       77 WRK-TIMESTAMP PIC X(14) VALUE SPACES.
       77 WRK-PROGRAMA-LOG PIC X(08) VALUE SPACES.
       77 WRK-OPERACAO PIC X(20) VALUE SPACES.
       01 WRK-CAMPOS-LOG.
           05 WRK-CAMPO-LOG PIC X(30) OCCURS 5 TIMES.
       77 WRK-CAMPO-IDX PIC 9(01) VALUE ZERO.
       77 WRK-CODIGO PIC X(04) VALUE SPACES.
       77 WRK-COLUNA PIC 9(02) VALUE ZEROS.

      *===========QUEBRA DA LINHA DO JORNAL===================
       77 WRK-RESULTADO PIC X(15) VALUE SPACES.
       77 WRK-MINUTOS PIC S9(07) VALUE ZEROS.
       77 WRK-INT-ENTRADA PIC 9(08) VALUE ZEROS.
       77 WRK-INT-SAIDA PIC 9(08) VALUE ZEROS.
       77 WRK-HH PIC 9(02) VALUE ZEROS.
       77 WRK-MM PIC 9(02) VALUE ZEROS.
       77 WRK-MIN-ENTRADA PIC 9(04) VALUE ZEROS.
       77 WRK-MIN-SAIDA PIC 9(04) VALUE ZEROS.

      *===========TOTALIZACAO POR OPERADOR====================
      *==  COLUNAS: 01 CLIENTES INCLUIDOS  02 ALTERADOS
      *==  03 INATIVADOS  04 EXCLUIDOS  05 PEDIDOS DIGITADOS
      *==  06 PEDIDOS CANCELADOS  07 PAGAMENTOS APLICADOS
      *==  08 APROVACOES SOLICITADAS  09 APROVADAS
      *==  10 OCORRENCIAS ABERTAS  11 OCORRENCIAS FECHADAS
       77 WRK-TOTAL-COLUNAS PIC 9(02) VALUE 11.
       01 WRK-TAB-OPERADORES.
           05 WRK-OPE-ITEM OCCURS 100 TIMES
               INDEXED BY WRK-OPE-IDX.
               10 WRK-OPE-CODIGO      PIC X(04).
               10 WRK-OPE-NOME        PIC X(20).
               10 WRK-OPE-QTDE        PIC 9(05) OCCURS 11 TIMES.
               10 WRK-OPE-TOTAL       PIC 9(06).
               10 WRK-OPE-SESSOES     PIC 9(04).
               10 WRK-OPE-SEM-SAIDA   PIC 9(04).
               10 WRK-OPE-MINUTOS     PIC 9(06).
               10 WRK-OPE-ENTRADA     PIC X(14).
               10 WRK-OPE-DESTAQUE    PIC X(01).
       77 WRK-OPE-TOTAL-TAB PIC 9(03) VALUE ZEROS.
       77 WRK-OPE-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-COL-IDX PIC 9(02) VALUE ZEROS.

      *===========MEDIA DOS COLEGAS POR COLUNA================
       01 WRK-TAB-MEDIAS.
           05 WRK-MEDIA-COLUNA PIC 9(05)V99 OCCURS 11 TIMES.
       77 WRK-SOMA-COLUNA PIC 9(07) VALUE ZEROS.
       77 WRK-PARES PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-DESTAQUE PIC 9(07)V99 VALUE ZEROS.

      *===========LINHA DO RELATORIO==========================
       01 WRK-NOMES-COLUNAS.
           05 FILLER PIC X(44) VALUE
               "INCLALTEINATEXCLPEDICANCPAGTSOLIAPROOCOAOCOF".
       01 WRK-NOMES-COLUNAS-R REDEFINES WRK-NOMES-COLUNAS.
           05 WRK-NOME-COLUNA PIC X(04) OCCURS 11 TIMES.
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-CODIGO      PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-NOME        PIC X(12).
           05 WRK-LIN-COLUNA OCCURS 11 TIMES.
               10 FILLER          PIC X(01).
               10 WRK-LIN-QTDE    PIC ZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-TOTAL       PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-SESSOES     PIC ZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-SEM-SAIDA   PIC ZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-HORAS       PIC ZZZ9.
           05 WRK-LIN-SEPARADOR   PIC X(01).
           05 WRK-LIN-MINUTOS     PIC 99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-DESTAQUE    PIC X(01).
       77 WRK-QTDE-EDIT PIC ZZZZ9.
       77 WRK-MEDIA-EDIT PIC ZZZZ9.99.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LINHAS-LOG PIC 9(07) VALUE ZEROS.
       77 WRK-ACUM-ACOES PIC 9(07) VALUE ZEROS.
       77 WRK-ACUM-JORNAIS PIC 9(02) VALUE ZEROS.
       77 WRK-ACUM-SESSOES PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-DESTAQUES PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-TABELA-CHEIA PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           DISPLAY "ULTIMO DIA DA SEMANA (AAAAMMDD, ENTER=HOJE)...".
           ACCEPT WRK-DATA-FINAL.
           IF WRK-DATA-FINAL EQUAL SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-FINAL
           END-IF.
           MOVE 'D' TO VAL-FUNCAO.
           MOVE WRK-DATA-FINAL TO VAL-VALOR.
           CALL "ARQ033" USING WRK-VAL-PARAMETROS.
           IF VAL-RESULTADO NOT EQUAL 'S'
               DISPLAY "DATA INVALIDA -- " VAL-MENSAGEM
               GOBACK
           END-IF.
           MOVE WRK-DATA-FINAL TO WRK-DATA-N.
           COMPUTE WRK-INT-INICIAL =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-N) - 6.
           COMPUTE WRK-DATA-N =
               FUNCTION DATE-OF-INTEGER (WRK-INT-INICIAL).
           MOVE WRK-DATA-N TO WRK-DATA-INICIAL.
           PERFORM 0110-CARREGA-OPERADORES.
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
                   MOVE "APROVACOES-TEST.txt" TO
                       WRK-CAMINHO-APROVACOES
               WHEN "DEV"
                   MOVE "APROVACOES-DEV.txt" TO
                       WRK-CAMINHO-APROVACOES
               WHEN OTHER
                   MOVE "\APROVACOES-PENDENTES.txt" TO
                       WRK-CAMINHO-APROVACOES
           END-EVALUATE.

       0110-CARREGA-OPERADORES SECTION.
      *==  TODO OPERADOR CADASTRADO SAI NO RELATORIO, MESMO SEM
      *==  ATIVIDADE NA SEMANA; A LINHA "????" VEM PRIMEIRO
           MOVE "????" TO WRK-CODIGO.
           PERFORM 0150-PROCURA-OPERADOR.
           MOVE "SEM OPERADOR" TO WRK-OPE-NOME (WRK-OPE-IDX).
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT EQUAL 00
               DISPLAY "ARQUIVO OPERADORES.TXT AUSENTE"
               GOBACK
           END-IF.
           READ OPERADORES.
           PERFORM UNTIL FS-OPERADORES NOT EQUAL 00
               MOVE OPR-CODIGO TO WRK-CODIGO
               PERFORM 0150-PROCURA-OPERADOR
               IF WRK-OPE-ACHADO EQUAL 'S'
                   MOVE OPR-NOME TO WRK-OPE-NOME (WRK-OPE-IDX)
               END-IF
               READ OPERADORES
           END-PERFORM.
           CLOSE OPERADORES.

       0150-PROCURA-OPERADOR SECTION.
      *==  LOCALIZA O CODIGO NA TABELA, INCLUINDO-O SE FOR NOVO --
      *==  CODIGO QUE NAO ESTA EM OPERADORES.TXT (JA REMOVIDO) AINDA
      *==  GANHA LINHA PROPRIA
           MOVE 'N' TO WRK-OPE-ACHADO.
           PERFORM VARYING WRK-OPE-IDX FROM 1 BY 1
               UNTIL WRK-OPE-IDX > WRK-OPE-TOTAL-TAB
                   OR WRK-OPE-ACHADO EQUAL 'S'
               IF WRK-OPE-CODIGO (WRK-OPE-IDX) EQUAL WRK-CODIGO
                   MOVE 'S' TO WRK-OPE-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-OPE-ACHADO EQUAL 'S'
               SET WRK-OPE-IDX DOWN BY 1
           ELSE
               IF WRK-OPE-TOTAL-TAB < 100
                   ADD 1 TO WRK-OPE-TOTAL-TAB
                   SET WRK-OPE-IDX TO WRK-OPE-TOTAL-TAB
                   INITIALIZE WRK-OPE-ITEM (WRK-OPE-IDX)
                   MOVE WRK-CODIGO TO WRK-OPE-CODIGO (WRK-OPE-IDX)
                   MOVE SPACES TO WRK-OPE-ENTRADA (WRK-OPE-IDX)
                   MOVE SPACE TO WRK-OPE-DESTAQUE (WRK-OPE-IDX)
                   MOVE 'S' TO WRK-OPE-ACHADO
               ELSE
                   ADD 1 TO WRK-ACUM-TABELA-CHEIA
               END-IF
           END-IF.

       0200-PROCESS SECTION.
           PERFORM 0210-LE-LOG-TRANSACOES.
           PERFORM 0230-LE-APROVACOES.
           PERFORM 0240-LE-JORNAIS.
           PERFORM 0270-CALCULA-DESTAQUES.
           PERFORM 0280-IMPRIME-RELATORIO.

       0210-LE-LOG-TRANSACOES SECTION.
           OPEN INPUT LOG-TRANSACOES.
           IF FS-LOGTRANS NOT EQUAL 00
               DISPLAY "LOG DE TRANSACOES AUSENTE"
           ELSE
               READ LOG-TRANSACOES
               PERFORM UNTIL FS-LOGTRANS NOT EQUAL 00
                   ADD 1 TO WRK-ACUM-LINHAS-LOG
                   PERFORM 0215-ANALISA-LINHA
                   READ LOG-TRANSACOES
               END-PERFORM
               CLOSE LOG-TRANSACOES
           END-IF.

       0215-ANALISA-LINHA SECTION.
      *==  FORMATO DA LINHA: TIMESTAMP(14) PROGRAMA OPERACAO CAMPOS
      *==  -- O OPERADOR E O CAMPO "OP=", ONDE QUER QUE ESTEJA
           MOVE SPACES TO WRK-TIMESTAMP WRK-PROGRAMA-LOG.
           MOVE SPACES TO WRK-OPERACAO WRK-CAMPOS-LOG.
           UNSTRING REG-LOG-TRANSACAO DELIMITED BY ALL " "
               INTO WRK-TIMESTAMP WRK-PROGRAMA-LOG WRK-OPERACAO
                   WRK-CAMPO-LOG (1) WRK-CAMPO-LOG (2)
                   WRK-CAMPO-LOG (3) WRK-CAMPO-LOG (4)
                   WRK-CAMPO-LOG (5).
           IF WRK-TIMESTAMP (1:8) NOT < WRK-DATA-INICIAL
               AND WRK-TIMESTAMP (1:8) NOT > WRK-DATA-FINAL
               PERFORM 0217-CLASSIFICA-ACAO
               IF WRK-COLUNA > ZERO
                   MOVE "????" TO WRK-CODIGO
                   PERFORM VARYING WRK-CAMPO-IDX FROM 1 BY 1
                       UNTIL WRK-CAMPO-IDX > 5
                       IF WRK-CAMPO-LOG (WRK-CAMPO-IDX) (1:3)
                           EQUAL "OP="
                           AND WRK-CAMPO-LOG (WRK-CAMPO-IDX) (4:4)
                               NOT EQUAL SPACES
                           MOVE WRK-CAMPO-LOG (WRK-CAMPO-IDX) (4:4)
                               TO WRK-CODIGO
                       END-IF
                   END-PERFORM
                   PERFORM 0220-CONTA-ACAO
               END-IF
           END-IF.

       0217-CLASSIFICA-ACAO SECTION.
           MOVE ZEROS TO WRK-COLUNA.
           EVALUATE WRK-OPERACAO
               WHEN "INCLUSAO"
                   MOVE 1 TO WRK-COLUNA
               WHEN "ALTERACAO"
                   MOVE 2 TO WRK-COLUNA
               WHEN "INATIVACAO"
                   MOVE 3 TO WRK-COLUNA
               WHEN "EXCLUSAO"
                   MOVE 4 TO WRK-COLUNA
               WHEN "INCLUSAO-PEDIDO"
                   MOVE 5 TO WRK-COLUNA
               WHEN "CANCELAMENTO"
                   IF WRK-CAMPO-LOG (1) (1:7) EQUAL "PEDIDO="
                       MOVE 6 TO WRK-COLUNA
                   END-IF
               WHEN "PAGAMENTO-APLICADO"
                   MOVE 7 TO WRK-COLUNA
               WHEN "OCORRENCIA-ABERTA"
                   MOVE 10 TO WRK-COLUNA
               WHEN "OCORRENCIA-FECHADA"
                   MOVE 11 TO WRK-COLUNA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0220-CONTA-ACAO SECTION.
           PERFORM 0150-PROCURA-OPERADOR.
           IF WRK-OPE-ACHADO EQUAL 'S'
               ADD 1 TO WRK-OPE-QTDE (WRK-OPE-IDX WRK-COLUNA)
               ADD 1 TO WRK-OPE-TOTAL (WRK-OPE-IDX)
               ADD 1 TO WRK-ACUM-ACOES
           END-IF.

       0230-LE-APROVACOES SECTION.
      *==  A SOLICITACAO CONTA PARA QUEM PEDIU NA DATA DO PEDIDO E A
      *==  APROVACAO PARA QUEM APROVOU NA DATA DA APROVACAO
           OPEN INPUT APROVACOES.
           IF FS-APROVACOES NOT EQUAL 00
               DISPLAY "FILA DE APROVACOES AUSENTE"
           ELSE
               READ APROVACOES
               PERFORM UNTIL FS-APROVACOES NOT EQUAL 00
                   IF APR-DATA-HORA-SOL (1:8) NOT < WRK-DATA-INICIAL
                       AND APR-DATA-HORA-SOL (1:8)
                           NOT > WRK-DATA-FINAL
                       AND APR-OPER-SOLICITOU NOT EQUAL "LOTE"
                       MOVE APR-OPER-SOLICITOU TO WRK-CODIGO
                       MOVE 8 TO WRK-COLUNA
                       PERFORM 0220-CONTA-ACAO
                   END-IF
                   IF APR-STATUS EQUAL 'A'
                       AND APR-DATA-HORA-APR (1:8)
                           NOT < WRK-DATA-INICIAL
                       AND APR-DATA-HORA-APR (1:8)
                           NOT > WRK-DATA-FINAL
                       MOVE APR-OPER-APROVOU TO WRK-CODIGO
                       MOVE 9 TO WRK-COLUNA
                       PERFORM 0220-CONTA-ACAO
                   END-IF
                   READ APROVACOES
               END-PERFORM
               CLOSE APROVACOES
           END-IF.

       0240-LE-JORNAIS SECTION.
      *==  COPIAS DATADAS DO PRIMEIRO DIA ATE O DIA SEGUINTE AO
      *==  ULTIMO, EM ORDEM, E POR FIM O JORNAL CORRENTE
           MOVE WRK-INT-INICIAL TO WRK-INT-DIA.
           PERFORM 8 TIMES
               COMPUTE WRK-DATA-N =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-DIA)
               MOVE WRK-DATA-N TO WRK-DATA-ROLAGEM
               MOVE SPACES TO WRK-CAMINHO-ARQUIVO
               STRING "SIGNON-JORNAL." DELIMITED BY SIZE
                   WRK-DATA-ROLAGEM DELIMITED BY SIZE
                   INTO WRK-CAMINHO-ARQUIVO
               OPEN INPUT JORNAL-ARQUIVADO
               IF FS-ARQUIVADO EQUAL 00
                   ADD 1 TO WRK-ACUM-JORNAIS
                   READ JORNAL-ARQUIVADO
                   PERFORM UNTIL FS-ARQUIVADO NOT EQUAL 00
                       MOVE REG-JORNAL-ARQUIVADO TO REG-JORNAL
                       PERFORM 0250-ANALISA-JORNAL
                       READ JORNAL-ARQUIVADO
                   END-PERFORM
                   CLOSE JORNAL-ARQUIVADO
               END-IF
               ADD 1 TO WRK-INT-DIA
           END-PERFORM.
           OPEN INPUT JORNAL.
           IF FS-JORNAL EQUAL 00
               ADD 1 TO WRK-ACUM-JORNAIS
               READ JORNAL
               PERFORM UNTIL FS-JORNAL NOT EQUAL 00
                   PERFORM 0250-ANALISA-JORNAL
                   READ JORNAL
               END-PERFORM
               CLOSE JORNAL
           END-IF.
      *==  SESSAO AINDA ABERTA NO FIM DA LEITURA FICA SEM SAIDA
           PERFORM VARYING WRK-OPE-IDX FROM 1 BY 1
               UNTIL WRK-OPE-IDX > WRK-OPE-TOTAL-TAB
               IF WRK-OPE-ENTRADA (WRK-OPE-IDX) NOT EQUAL SPACES
                   ADD 1 TO WRK-OPE-SEM-SAIDA (WRK-OPE-IDX)
                   MOVE SPACES TO WRK-OPE-ENTRADA (WRK-OPE-IDX)
               END-IF
           END-PERFORM.

       0250-ANALISA-JORNAL SECTION.
      *==  LINHA DO JORNAL: TIMESTAMP(14) CODIGO(4) RESULTADO (VIDE
      *==  ARQ085); OK, SEM-SENHA E TROCA-SENHA ABREM A SESSAO E
      *==  SAIDA FECHA
           MOVE SPACES TO WRK-TIMESTAMP WRK-CODIGO WRK-RESULTADO.
           UNSTRING REG-JORNAL DELIMITED BY ALL " "
               INTO WRK-TIMESTAMP WRK-CODIGO WRK-RESULTADO.
           IF WRK-TIMESTAMP (1:8) NOT < WRK-DATA-INICIAL
               AND WRK-TIMESTAMP (1:8) NOT > WRK-DATA-FINAL
               AND WRK-TIMESTAMP IS NUMERIC
               EVALUATE WRK-RESULTADO
                   WHEN "OK"
                   WHEN "SEM-SENHA"
                   WHEN "TROCA-SENHA"
                       PERFORM 0150-PROCURA-OPERADOR
                       IF WRK-OPE-ACHADO EQUAL 'S'
                           PERFORM 0255-ABRE-SESSAO
                       END-IF
                   WHEN "SAIDA"
                       PERFORM 0150-PROCURA-OPERADOR
                       IF WRK-OPE-ACHADO EQUAL 'S'
                           PERFORM 0260-FECHA-SESSAO
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0255-ABRE-SESSAO SECTION.
           IF WRK-OPE-ENTRADA (WRK-OPE-IDX) NOT EQUAL SPACES
               ADD 1 TO WRK-OPE-SEM-SAIDA (WRK-OPE-IDX)
           END-IF.
           ADD 1 TO WRK-OPE-SESSOES (WRK-OPE-IDX).
           ADD 1 TO WRK-ACUM-SESSOES.
           MOVE WRK-TIMESTAMP TO WRK-OPE-ENTRADA (WRK-OPE-IDX).

       0260-FECHA-SESSAO SECTION.
           IF WRK-OPE-ENTRADA (WRK-OPE-IDX) NOT EQUAL SPACES
               MOVE WRK-OPE-ENTRADA (WRK-OPE-IDX) (1:8) TO WRK-DATA-N
               COMPUTE WRK-INT-ENTRADA =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-N)
               MOVE WRK-OPE-ENTRADA (WRK-OPE-IDX) (9:2) TO WRK-HH
               MOVE WRK-OPE-ENTRADA (WRK-OPE-IDX) (11:2) TO WRK-MM
               COMPUTE WRK-MIN-ENTRADA = WRK-HH * 60 + WRK-MM
               MOVE WRK-TIMESTAMP (1:8) TO WRK-DATA-N
               COMPUTE WRK-INT-SAIDA =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-N)
               MOVE WRK-TIMESTAMP (9:2) TO WRK-HH
               MOVE WRK-TIMESTAMP (11:2) TO WRK-MM
               COMPUTE WRK-MIN-SAIDA = WRK-HH * 60 + WRK-MM
               COMPUTE WRK-MINUTOS =
                   (WRK-INT-SAIDA - WRK-INT-ENTRADA) * 1440
                   + WRK-MIN-SAIDA - WRK-MIN-ENTRADA
               IF WRK-MINUTOS > ZERO
                   ADD WRK-MINUTOS TO WRK-OPE-MINUTOS (WRK-OPE-IDX)
               END-IF
               MOVE SPACES TO WRK-OPE-ENTRADA (WRK-OPE-IDX)
           END-IF.

       0270-CALCULA-DESTAQUES SECTION.
      *==  MEDIA DE CADA COLUNA ENTRE OS OPERADORES COM ATIVIDADE NA
      *==  SEMANA (A LINHA "????" FICA FORA); SO HA COMPARACAO COM
      *==  PELO MENOS DOIS OPERADORES ATIVOS
           MOVE ZEROS TO WRK-PARES.
           PERFORM VARYING WRK-OPE-IDX FROM 1 BY 1
               UNTIL WRK-OPE-IDX > WRK-OPE-TOTAL-TAB
               IF WRK-OPE-CODIGO (WRK-OPE-IDX) NOT EQUAL "????"
                   AND WRK-OPE-TOTAL (WRK-OPE-IDX) > ZERO
                   ADD 1 TO WRK-PARES
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-COL-IDX FROM 1 BY 1
               UNTIL WRK-COL-IDX > WRK-TOTAL-COLUNAS
               MOVE ZEROS TO WRK-SOMA-COLUNA
               PERFORM VARYING WRK-OPE-IDX FROM 1 BY 1
                   UNTIL WRK-OPE-IDX > WRK-OPE-TOTAL-TAB
                   IF WRK-OPE-CODIGO (WRK-OPE-IDX) NOT EQUAL "????"
                       ADD WRK-OPE-QTDE (WRK-OPE-IDX WRK-COL-IDX)
                           TO WRK-SOMA-COLUNA
                   END-IF
               END-PERFORM
               IF WRK-PARES > ZERO
                   COMPUTE WRK-MEDIA-COLUNA (WRK-COL-IDX) ROUNDED =
                       WRK-SOMA-COLUNA / WRK-PARES
               ELSE
                   MOVE ZEROS TO WRK-MEDIA-COLUNA (WRK-COL-IDX)
               END-IF
           END-PERFORM.
           IF WRK-PARES > 1
               PERFORM VARYING WRK-OPE-IDX FROM 1 BY 1
                   UNTIL WRK-OPE-IDX > WRK-OPE-TOTAL-TAB
                   IF WRK-OPE-CODIGO (WRK-OPE-IDX) NOT EQUAL "????"
                       PERFORM VARYING WRK-COL-IDX FROM 1 BY 1
                           UNTIL WRK-COL-IDX > WRK-TOTAL-COLUNAS
                           COMPUTE WRK-LIMITE-DESTAQUE =
                               WRK-MEDIA-COLUNA (WRK-COL-IDX)
                               * WRK-FATOR-DESTAQUE
                           IF WRK-OPE-QTDE (WRK-OPE-IDX WRK-COL-IDX)
                               > WRK-LIMITE-DESTAQUE
                               AND WRK-OPE-QTDE
                                   (WRK-OPE-IDX WRK-COL-IDX)
                                   NOT < WRK-MINIMO-DESTAQUE
                               MOVE '*' TO
                                   WRK-OPE-DESTAQUE (WRK-OPE-IDX)
                           END-IF
                       END-PERFORM
                       IF WRK-OPE-DESTAQUE (WRK-OPE-IDX) EQUAL '*'
                           ADD 1 TO WRK-ACUM-DESTAQUES
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       0280-IMPRIME-RELATORIO SECTION.
           MOVE SPACES TO REG-RELATORIO.
           STRING "ATIVIDADE E PRODUTIVIDADE POR OPERADOR -- DE "
               DELIMITED BY SIZE
               WRK-DATA-INICIAL DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WRK-DATA-FINAL DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE "----- CLIENTES ----" TO REG-RELATORIO (19:19).
           MOVE "PEDIDOS--" TO REG-RELATORIO (39:9).
           MOVE "PAG." TO REG-RELATORIO (49:4).
           MOVE "APROVACAO" TO REG-RELATORIO (54:9).
           MOVE "OCORRENC." TO REG-RELATORIO (64:9).
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE "OPER" TO WRK-LIN-CODIGO.
           MOVE "NOME" TO WRK-LIN-NOME.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           PERFORM VARYING WRK-COL-IDX FROM 1 BY 1
               UNTIL WRK-COL-IDX > WRK-TOTAL-COLUNAS
               COMPUTE WRK-COLUNA = 19 + (WRK-COL-IDX - 1) * 5
               MOVE WRK-NOME-COLUNA (WRK-COL-IDX) TO
                   REG-RELATORIO (WRK-COLUNA:4)
           END-PERFORM.
           MOVE " TOTAL SESS S/SA  TEMPO" TO REG-RELATORIO (73:23).
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-OPE-IDX FROM 1 BY 1
               UNTIL WRK-OPE-IDX > WRK-OPE-TOTAL-TAB
               PERFORM 0285-IMPRIME-OPERADOR
           END-PERFORM.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE "MEDIA ATIVOS" TO WRK-LIN-NOME.
           PERFORM VARYING WRK-COL-IDX FROM 1 BY 1
               UNTIL WRK-COL-IDX > WRK-TOTAL-COLUNAS
               MOVE WRK-MEDIA-COLUNA (WRK-COL-IDX) TO
                   WRK-LIN-QTDE (WRK-COL-IDX)
           END-PERFORM.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WRK-ACUM-DESTAQUES EQUAL ZERO
               MOVE "NENHUM OPERADOR EM DESTAQUE" TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               MOVE SPACES TO REG-RELATORIO
               STRING "OPERADORES EM DESTAQUE (*) -- ACIMA DE "
                   DELIMITED BY SIZE
                   WRK-FATOR-DESTAQUE DELIMITED BY SIZE
                   "X A MEDIA DOS COLEGAS" DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM VARYING WRK-OPE-IDX FROM 1 BY 1
                   UNTIL WRK-OPE-IDX > WRK-OPE-TOTAL-TAB
                   IF WRK-OPE-DESTAQUE (WRK-OPE-IDX) EQUAL '*'
                       PERFORM 0290-LISTA-MOTIVOS
                   END-IF
               END-PERFORM
           END-IF.

       0285-IMPRIME-OPERADOR SECTION.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE WRK-OPE-CODIGO (WRK-OPE-IDX) TO WRK-LIN-CODIGO.
           MOVE WRK-OPE-NOME (WRK-OPE-IDX) TO WRK-LIN-NOME.
           PERFORM VARYING WRK-COL-IDX FROM 1 BY 1
               UNTIL WRK-COL-IDX > WRK-TOTAL-COLUNAS
               MOVE WRK-OPE-QTDE (WRK-OPE-IDX WRK-COL-IDX) TO
                   WRK-LIN-QTDE (WRK-COL-IDX)
           END-PERFORM.
           MOVE WRK-OPE-TOTAL (WRK-OPE-IDX) TO WRK-LIN-TOTAL.
           MOVE WRK-OPE-SESSOES (WRK-OPE-IDX) TO WRK-LIN-SESSOES.
           MOVE WRK-OPE-SEM-SAIDA (WRK-OPE-IDX) TO WRK-LIN-SEM-SAIDA.
           DIVIDE WRK-OPE-MINUTOS (WRK-OPE-IDX) BY 60
               GIVING WRK-LIN-HORAS REMAINDER WRK-LIN-MINUTOS.
           MOVE ":" TO WRK-LIN-SEPARADOR.
           MOVE WRK-OPE-DESTAQUE (WRK-OPE-IDX) TO WRK-LIN-DESTAQUE.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0290-LISTA-MOTIVOS SECTION.
           PERFORM VARYING WRK-COL-IDX FROM 1 BY 1
               UNTIL WRK-COL-IDX > WRK-TOTAL-COLUNAS
               COMPUTE WRK-LIMITE-DESTAQUE =
                   WRK-MEDIA-COLUNA (WRK-COL-IDX) * WRK-FATOR-DESTAQUE
               IF WRK-OPE-QTDE (WRK-OPE-IDX WRK-COL-IDX)
                   > WRK-LIMITE-DESTAQUE
                   AND WRK-OPE-QTDE (WRK-OPE-IDX WRK-COL-IDX)
                       NOT < WRK-MINIMO-DESTAQUE
                   MOVE WRK-OPE-QTDE (WRK-OPE-IDX WRK-COL-IDX) TO
                       WRK-QTDE-EDIT
                   MOVE WRK-MEDIA-COLUNA (WRK-COL-IDX) TO
                       WRK-MEDIA-EDIT
                   MOVE SPACES TO REG-RELATORIO
                   STRING "  " DELIMITED BY SIZE
                       WRK-OPE-CODIGO (WRK-OPE-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WRK-OPE-NOME (WRK-OPE-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WRK-NOME-COLUNA (WRK-COL-IDX) DELIMITED BY SIZE
                       " = " DELIMITED BY SIZE
                       WRK-QTDE-EDIT DELIMITED BY SIZE
                       "  MEDIA DOS COLEGAS = " DELIMITED BY SIZE
                       WRK-MEDIA-EDIT DELIMITED BY SIZE
                       INTO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM.

       0300-FINISH SECTION.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "PERIODO..............: " WRK-DATA-INICIAL " A "
               WRK-DATA-FINAL.
           DISPLAY "LINHAS DO LOG LIDAS..: " WRK-ACUM-LINHAS-LOG.
           DISPLAY "ACOES NO PERIODO.....: " WRK-ACUM-ACOES.
           DISPLAY "JORNAIS DE SIGN-ON...: " WRK-ACUM-JORNAIS.
           DISPLAY "SESSOES NO PERIODO...: " WRK-ACUM-SESSOES.
           DISPLAY "OPERADORES EM DESTAQUE: " WRK-ACUM-DESTAQUES.
           IF WRK-ACUM-TABELA-CHEIA > ZERO
               DISPLAY "FORA DA TABELA.......: " WRK-ACUM-TABELA-CHEIA
           END-IF.
           DISPLAY "VIDE RELATORIO-PRODUTIVIDADE.TXT".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
