       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ126 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: FECHAMENTO MENSAL -- EXECUTA EM CADEIA OS
      *==            RELATORIOS DE FECHAMENTO DO MES, A RECEITA
      *==            (ARQ069) E A COMISSAO (ARQ100), COM CONTROLE
      *==            DE ETAPAS NO ESTILO DO ARQ036
      *==            (FECHAMENTO-CONTROLE.TXT, POR PERIODO): UMA
      *==            REEXECUCAO DO MESMO PERIODO PULA AS ETAPAS JA
      *==            CONCLUIDAS E RETOMA DA QUE FALHOU; COM TODAS AS
      *==            ETAPAS CONCLUIDAS O PERIODO (AAAAMM) E MARCADO
      *==            COMO FECHADO EM PERIODOS-FECHADOS.TXT, E A
      *==            PARTIR DAI A ENTRADA DE PEDIDOS, O FATURAMENTO,
      *==            A GERACAO DE FATURAS E A BAIXA DE PAGAMENTOS
      *==            RECUSAM LANCAMENTO DATADO NO MES (MODULO ARQ127)
      *==  SO FECHA MES ANTERIOR AO CORRENTE -- O PADRAO E O MES
      *==  PASSADO
      *==  A REABERTURA EXIGE OPERADOR NIVEL 3 (SESSAO DO ARQ000 OU
      *==  CODIGO INFORMADO, CONFERIDO EM OPERADORES.TXT, COMO NO
      *==  ARQ086) E UM MOTIVO; O PERIODO VOLTA A ACEITAR LANCAMENTO
      *==  E A REABERTURA FICA NO LOG DE TRANSACOES (CLIENTES-LOG)
      *==  COM O OPERADOR E O MOTIVO -- O REFECHAMENTO RODA A CADEIA
      *==  INTEIRA DE NOVO
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHAMENTO-CONTROLE ASSIGN TO
               "FECHAMENTO-CONTROLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.

           SELECT PERIODOS ASSIGN TO
               "PERIODOS-FECHADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODOS.

           SELECT OPERADORES ASSIGN TO
               "OPERADORES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

           SELECT OPERADOR-SESSAO ASSIGN TO
               "OPERADOR-SESSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSAO.

           SELECT LOG-TRANSACOES ASSIGN TO
               "CLIENTES-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOGTRANS.

       DATA DIVISION.
       FILE SECTION.
       FD FECHAMENTO-CONTROLE.
       01 REG-CONTROLE PIC X(30).

       01 REG-CONTROLE-ETAPA REDEFINES REG-CONTROLE.
           05 CTL-ETAPA          PIC 9(02).
           05 FILLER             PIC X(01).
           05 CTL-PROGRAMA       PIC X(08).
           05 FILLER             PIC X(01).
           05 CTL-STATUS         PIC X(01).
           05 FILLER             PIC X(01).
           05 CTL-HORA           PIC X(06).
           05 FILLER             PIC X(10).

       FD PERIODOS.
       01 REG-PERIODO.
           COPY PFCREG.

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPR-CODIGO PIC X(04).
           05 FILLER PIC X(01).
           05 OPR-NIVEL PIC 9(01).
           05 FILLER PIC X(01).
           05 OPR-NOME PIC X(20).

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       FD LOG-TRANSACOES.
       01 REG-LOG-TRANSACAO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-CONTROLE PIC 9(02) VALUE ZEROS.
       77 FS-PERIODOS PIC 9(02) VALUE ZEROS.
       77 FS-OPERADORES PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-OPERACAO PIC X(01) VALUE SPACES.

      *===========RETORNO DA ETAPA (VIDE NOTA NOS PROGRAMAS)==
       01 CADEIA-RETORNO EXTERNAL PIC 9(02).

      *===========PERIODO FECHADO (ARQ127)====================
       01 WRK-PFP-PARAMETROS.
           COPY PFPPRM.

      *===========IDENTIFICACAO DO OPERADOR===================
       77 WRK-OPERADOR PIC X(04) VALUE "????".
       77 WRK-OPERADOR-NIVEL PIC 9(01) VALUE ZERO.

      *===========PERIODO TRATADO=============================
       77 WRK-PERIODO-TELA PIC X(06) VALUE SPACES.
       77 WRK-PERIODO PIC X(06) VALUE SPACES.
       77 WRK-PERIODO-OK PIC X(01) VALUE 'N'.
       77 WRK-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-MES PIC 9(02) VALUE ZEROS.
       77 WRK-MOTIVO PIC X(40) VALUE SPACES.

      *===========TABELA DAS ETAPAS DO FECHAMENTO=============
       77 WRK-TOTAL-ETAPAS PIC 9(02) VALUE 2.
       77 WRK-PERIODO-CONTROLE PIC X(06) VALUE SPACES.
       77 WRK-ETAPA-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-GRAVA-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-ETAPA-NUM PIC 9(02) VALUE ZEROS.
       77 WRK-FALHA PIC X(01) VALUE 'N'.
       01 WRK-TAB-ETAPAS.
           05 WRK-ETAPA OCCURS 10 TIMES.
               10 WRK-ETAPA-PROGRAMA PIC X(08).
               10 WRK-ETAPA-STATUS   PIC X(01).
               10 WRK-ETAPA-HORA     PIC X(06).

      *================ACUMULADORES===================================
       77 WRK-ACUM-EXECUTADAS PIC 9(02) VALUE ZEROS.
       77 WRK-ACUM-PULADAS PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO CADEIA-RETORNO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           PERFORM 0110-IDENTIFICA-OPERADOR.
           MOVE "ARQ069" TO WRK-ETAPA-PROGRAMA (1).
           MOVE "ARQ100" TO WRK-ETAPA-PROGRAMA (2).
           PERFORM VARYING WRK-ETAPA-IDX FROM 1 BY 1
               UNTIL WRK-ETAPA-IDX > WRK-TOTAL-ETAPAS
               MOVE 'P' TO WRK-ETAPA-STATUS (WRK-ETAPA-IDX)
               MOVE SPACES TO WRK-ETAPA-HORA (WRK-ETAPA-IDX)
           END-PERFORM.
           DISPLAY "OPERACAO (F=FECHA PERIODO R=REABRE PERIODO)...".
           ACCEPT WRK-OPERACAO.

       0110-IDENTIFICA-OPERADOR SECTION.
      *==  O OPERADOR E O DA SESSAO (SIGN-ON DO ARQ000) -- SEM
      *==  SESSAO ATIVA O PROGRAMA PERGUNTA O CODIGO; O NIVEL VEM
      *==  DE OPERADORES.TXT E SO A REABERTURA O EXIGE
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
           IF WRK-OPERADOR EQUAL "????" OR WRK-OPERADOR EQUAL SPACES
               DISPLAY "CODIGO DO OPERADOR..."
               ACCEPT WRK-OPERADOR
           END-IF.
           MOVE ZERO TO WRK-OPERADOR-NIVEL.
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT EQUAL 00
               MOVE "ARQUIVO OPERADORES.TXT AUSENTE" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           READ OPERADORES.
           PERFORM UNTIL FS-OPERADORES NOT EQUAL 00
               IF OPR-CODIGO EQUAL WRK-OPERADOR
                   MOVE OPR-NIVEL TO WRK-OPERADOR-NIVEL
               END-IF
               READ OPERADORES
           END-PERFORM.
           CLOSE OPERADORES.

       0120-LE-CONTROLE SECTION.
      *==  O ARQUIVO DE CONTROLE SO VALE PARA O PROPRIO PERIODO --
      *==  O FECHAMENTO DE OUTRO MES SEMPRE COMECA DO ZERO
           MOVE SPACES TO WRK-PERIODO-CONTROLE.
           OPEN INPUT FECHAMENTO-CONTROLE.
           IF FS-CONTROLE EQUAL 00
               READ FECHAMENTO-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-CONTROLE (1:6) TO WRK-PERIODO-CONTROLE
               END-READ
               IF WRK-PERIODO-CONTROLE EQUAL WRK-PERIODO
                   PERFORM 0125-CARREGA-ETAPAS
               END-IF
               CLOSE FECHAMENTO-CONTROLE
           END-IF.

       0125-CARREGA-ETAPAS SECTION.
           READ FECHAMENTO-CONTROLE.
           PERFORM UNTIL FS-CONTROLE NOT EQUAL 00
               MOVE CTL-ETAPA TO WRK-ETAPA-NUM
               IF WRK-ETAPA-NUM >= 1
                   AND WRK-ETAPA-NUM <= WRK-TOTAL-ETAPAS
                   MOVE CTL-STATUS TO
                       WRK-ETAPA-STATUS (WRK-ETAPA-NUM)
                   MOVE CTL-HORA TO WRK-ETAPA-HORA (WRK-ETAPA-NUM)
               END-IF
               READ FECHAMENTO-CONTROLE
           END-PERFORM.

       0130-GRAVA-CONTROLE SECTION.
           OPEN OUTPUT FECHAMENTO-CONTROLE.
           MOVE SPACES TO REG-CONTROLE.
           MOVE WRK-PERIODO TO REG-CONTROLE (1:6).
           WRITE REG-CONTROLE.
           PERFORM VARYING WRK-GRAVA-IDX FROM 1 BY 1
               UNTIL WRK-GRAVA-IDX > WRK-TOTAL-ETAPAS
               MOVE SPACES TO REG-CONTROLE
               MOVE WRK-GRAVA-IDX TO CTL-ETAPA
               MOVE WRK-ETAPA-PROGRAMA (WRK-GRAVA-IDX) TO CTL-PROGRAMA
               MOVE WRK-ETAPA-STATUS (WRK-GRAVA-IDX) TO CTL-STATUS
               MOVE WRK-ETAPA-HORA (WRK-GRAVA-IDX) TO CTL-HORA
               WRITE REG-CONTROLE
           END-PERFORM.
           CLOSE FECHAMENTO-CONTROLE.

       0140-PEDE-PERIODO SECTION.
      *==  SO MES ANTERIOR AO CORRENTE -- O MES EM CURSO AINDA
      *==  RECEBE PEDIDO E PAGAMENTO
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
                   IF WRK-PERIODO NOT < WRK-DATA-HOJE (1:6)
                       DISPLAY "SO MES ANTERIOR AO CORRENTE"
                   ELSE
                       MOVE 'S' TO WRK-PERIODO-OK
                   END-IF
               END-IF
           END-IF.

       0150-CONSULTA-PERIODO SECTION.
           MOVE 'V' TO PFP-FUNCAO.
           MOVE WRK-PERIODO TO PFP-DATA (1:6).
           MOVE "01" TO PFP-DATA (7:2).
           CALL "ARQ127" USING WRK-PFP-PARAMETROS.

       0200-PROCESS SECTION.
           EVALUATE WRK-OPERACAO
               WHEN 'F'
                   PERFORM 0210-FECHA-PERIODO
               WHEN 'R'
                   PERFORM 0250-REABRE-PERIODO
               WHEN OTHER
                   DISPLAY "OPERACAO INVALIDA"
           END-EVALUATE.

       0210-FECHA-PERIODO SECTION.
           PERFORM 0140-PEDE-PERIODO.
           IF WRK-PERIODO-OK EQUAL 'S'
               PERFORM 0150-CONSULTA-PERIODO
               IF PFP-RESULTADO EQUAL 'F'
                   DISPLAY "PERIODO " WRK-PERIODO " JA ESTA FECHADO"
               ELSE
                   PERFORM 0120-LE-CONTROLE
                   PERFORM 0220-EXECUTA-CADEIA
                   IF WRK-FALHA EQUAL 'S'
                       DISPLAY "FECHAMENTO NAO CONCLUIDO -- "
                           "REEXECUTE PARA RETOMAR"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 0240-MARCA-FECHADO
                   END-IF
               END-IF
           END-IF.

       0220-EXECUTA-CADEIA SECTION.
           PERFORM VARYING WRK-ETAPA-IDX FROM 1 BY 1
               UNTIL WRK-ETAPA-IDX > WRK-TOTAL-ETAPAS
                   OR WRK-FALHA EQUAL 'S'
               IF WRK-ETAPA-STATUS (WRK-ETAPA-IDX) EQUAL 'C'
                   ADD 1 TO WRK-ACUM-PULADAS
                   DISPLAY "ETAPA " WRK-ETAPA-IDX " ("
                       WRK-ETAPA-PROGRAMA (WRK-ETAPA-IDX)
                       ") JA CONCLUIDA -- PULADA"
               ELSE
                   DISPLAY "EXECUTANDO ETAPA " WRK-ETAPA-IDX " ("
                       WRK-ETAPA-PROGRAMA (WRK-ETAPA-IDX) ")..."
                   MOVE ZERO TO RETURN-CODE
                   MOVE ZERO TO CADEIA-RETORNO
                   PERFORM 0230-EXECUTA-ETAPA
                   MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
                   IF RETURN-CODE NOT EQUAL ZERO
                       OR CADEIA-RETORNO NOT EQUAL ZERO
      *==  A ETAPA FICA MARCADA COMO FALHA E O PERIODO NAO FECHA --
      *==  A REEXECUCAO DO MESMO PERIODO RETOMA EXATAMENTE NELA
                       MOVE 'F' TO WRK-ETAPA-STATUS (WRK-ETAPA-IDX)
                       MOVE WRK-DATA-HORA (9:6) TO
                           WRK-ETAPA-HORA (WRK-ETAPA-IDX)
                       MOVE 'S' TO WRK-FALHA
                       DISPLAY "ETAPA " WRK-ETAPA-IDX " ("
                           WRK-ETAPA-PROGRAMA (WRK-ETAPA-IDX)
                           ") FALHOU -- FECHAMENTO INTERROMPIDO"
                   ELSE
                       MOVE 'C' TO WRK-ETAPA-STATUS (WRK-ETAPA-IDX)
                       MOVE WRK-DATA-HORA (9:6) TO
                           WRK-ETAPA-HORA (WRK-ETAPA-IDX)
                       ADD 1 TO WRK-ACUM-EXECUTADAS
                   END-IF
                   PERFORM 0130-GRAVA-CONTROLE
               END-IF
           END-PERFORM.

       0230-EXECUTA-ETAPA SECTION.
           EVALUATE WRK-ETAPA-IDX
               WHEN 1
                   CALL "ARQ069"
               WHEN 2
                   CALL "ARQ100"
           END-EVALUATE.

       0240-MARCA-FECHADO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           PERFORM 0260-ABRE-PERIODOS.
           MOVE SPACES TO REG-PERIODO.
           MOVE WRK-PERIODO TO PFC-PERIODO.
           MOVE 'F' TO PFC-SITUACAO.
           MOVE WRK-DATA-HORA TO PFC-DATA-HORA.
           MOVE WRK-OPERADOR TO PFC-OPERADOR.
           WRITE REG-PERIODO.
           CLOSE PERIODOS.
           PERFORM 0270-ABRE-LOG.
           MOVE SPACES TO REG-LOG-TRANSACAO.
           STRING WRK-DATA-HORA DELIMITED BY SIZE
               " ARQ126   FECHAMENTO PERIODO=" DELIMITED BY SIZE
               WRK-PERIODO DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO REG-LOG-TRANSACAO.
           WRITE REG-LOG-TRANSACAO.
           CLOSE LOG-TRANSACOES.
           MOVE 'R' TO PFP-FUNCAO.
           CALL "ARQ127" USING WRK-PFP-PARAMETROS.
           DISPLAY "PERIODO " WRK-PERIODO " FECHADO".

       0250-REABRE-PERIODO SECTION.
           IF WRK-OPERADOR-NIVEL NOT EQUAL 3
               DISPLAY "ACESSO NEGADO -- REABERTURA EXIGE NIVEL 3"
           ELSE
               PERFORM 0140-PEDE-PERIODO
               IF WRK-PERIODO-OK EQUAL 'S'
                   PERFORM 0150-CONSULTA-PERIODO
                   IF PFP-RESULTADO NOT EQUAL 'F'
                       DISPLAY "PERIODO " WRK-PERIODO
                           " NAO ESTA FECHADO"
                   ELSE
                       DISPLAY "MOTIVO DA REABERTURA..."
                       ACCEPT WRK-MOTIVO
                       IF WRK-MOTIVO EQUAL SPACES
                           DISPLAY "MOTIVO OBRIGATORIO -- "
                               "REABERTURA CANCELADA"
                       ELSE
                           PERFORM 0255-GRAVA-REABERTURA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0255-GRAVA-REABERTURA SECTION.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           PERFORM 0260-ABRE-PERIODOS.
           MOVE SPACES TO REG-PERIODO.
           MOVE WRK-PERIODO TO PFC-PERIODO.
           MOVE 'R' TO PFC-SITUACAO.
           MOVE WRK-DATA-HORA TO PFC-DATA-HORA.
           MOVE WRK-OPERADOR TO PFC-OPERADOR.
           MOVE WRK-MOTIVO TO PFC-MOTIVO.
           WRITE REG-PERIODO.
           CLOSE PERIODOS.
      *==  O OPERADOR E O MOTIVO SAEM EM DUAS LINHAS DE 80 (O
      *==  LAYOUT COMUM DO CLIENTES-LOG.TXT, COMO NO ARQ086) --
      *==  SEM "ID=", PARA NAO PASSAR POR MOVIMENTO DE CLIENTE
           PERFORM 0270-ABRE-LOG.
           MOVE SPACES TO REG-LOG-TRANSACAO.
           STRING WRK-DATA-HORA DELIMITED BY SIZE
               " ARQ126   REABERTURA PERIODO=" DELIMITED BY SIZE
               WRK-PERIODO DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO REG-LOG-TRANSACAO.
           WRITE REG-LOG-TRANSACAO.
           MOVE SPACES TO REG-LOG-TRANSACAO.
           STRING WRK-DATA-HORA DELIMITED BY SIZE
               " ARQ126   MOTIVO " DELIMITED BY SIZE
               WRK-MOTIVO DELIMITED BY SIZE
               INTO REG-LOG-TRANSACAO.
           WRITE REG-LOG-TRANSACAO.
           CLOSE LOG-TRANSACOES.
      *==  O REFECHAMENTO DO PERIODO TEM QUE RODAR OS RELATORIOS
      *==  DE NOVO -- O CONTROLE DE ETAPAS DELE E DESCARTADO
           PERFORM 0120-LE-CONTROLE.
           IF WRK-PERIODO-CONTROLE EQUAL WRK-PERIODO
               OPEN OUTPUT FECHAMENTO-CONTROLE
               CLOSE FECHAMENTO-CONTROLE
           END-IF.
           MOVE 'R' TO PFP-FUNCAO.
           CALL "ARQ127" USING WRK-PFP-PARAMETROS.
           DISPLAY "PERIODO " WRK-PERIODO " REABERTO".

       0260-ABRE-PERIODOS SECTION.
           OPEN EXTEND PERIODOS.
           IF FS-PERIODOS EQUAL 35
               OPEN OUTPUT PERIODOS
               CLOSE PERIODOS
               OPEN EXTEND PERIODOS
           END-IF.
           IF FS-PERIODOS NOT EQUAL 00
               MOVE "PERIODOS-FECHADOS NAO ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0270-ABRE-LOG SECTION.
           OPEN EXTEND LOG-TRANSACOES.
           IF FS-LOGTRANS EQUAL 35
               OPEN OUTPUT LOG-TRANSACOES
               CLOSE LOG-TRANSACOES
               OPEN EXTEND LOG-TRANSACOES
           END-IF.

       0300-FINISH SECTION.
           IF WRK-OPERACAO EQUAL 'F'
               DISPLAY "ETAPAS EXECUTADAS: " WRK-ACUM-EXECUTADAS
               DISPLAY "ETAPAS PULADAS...: " WRK-ACUM-PULADAS
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           MOVE 8 TO CADEIA-RETORNO.
           GOBACK.
