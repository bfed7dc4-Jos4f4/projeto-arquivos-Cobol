       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ113 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: DISPENSA DE ENCARGOS DE ATRASO -- LISTA OS
      *==            ENCARGOS DO CLIENTE (ENCARGOS, APURADOS PELO
      *==            ARQ065) E DISPENSA UM ENCARGO AINDA PENDENTE
      *==            ('P'), QUE PASSA A 'D' COM A DATA E O OPERADOR E
      *==            NAO E MAIS LANCADO NA PROXIMA FATURA (ARQ064)
      *==  A DISPENSA EXIGE OPERADOR NIVEL 3: ALEM DO NIVEL DA OPCAO
      *==  NO MENU, O OPERADOR DA SESSAO E CONFERIDO NO OPERADORES.TXT
      *==  -- EXECUCAO AVULSA SEM SESSAO ("????") NAO DISPENSA NADA
      *==  ENCARGO JA LANCADO EM FATURA ('F') NAO E DISPENSADO AQUI --
      *==  O VALOR JA ESTA NO SALDO DA FATURA
      *==  A DISPENSA FICA NO LOG DE TRANSACOES, COMO NO ARQ108, E O
      *==  VALOR DISPENSADO E LANCADO A CREDITO NA CONTA CORRENTE DO
      *==  CLIENTE (ARQ115)
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

           SELECT ENCARGOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ENCARGOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               ALTERNATE RECORD KEY IS ENC-ID-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-ENCARGOS.

           SELECT OPERADORES ASSIGN TO
               "OPERADORES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

           SELECT LOG-TRANSACOES ASSIGN TO
               "CLIENTES-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOGTRANS.

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

       FD ENCARGOS.
       01 REG-ENCARGOS.
           COPY ENCREG.

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPR-CODIGO PIC X(04).
           05 FILLER PIC X(01).
           05 OPR-NIVEL PIC 9(01).
           05 FILLER PIC X(01).
           05 OPR-NOME PIC X(20).

       FD LOG-TRANSACOES.
       01 REG-LOG-TRANSACAO PIC X(80).

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ENCARGOS PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-ENCARGOS PIC 9(02) VALUE ZEROS.
       77 FS-OPERADORES PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-OPERADOR PIC X(04) VALUE "????".
       77 WRK-NIVEL-OK PIC X(01) VALUE 'N'.

      *===========TRAVA DE EXECUCAO (ARQ048)==================
       01 WRK-TRV-PARAMETROS.
           COPY TRVPRM.

      *===========CONTA CORRENTE DO CLIENTE (ARQ115)==========
       01 WRK-LCP-PARAMETROS.
           COPY LCPPRM.

      *===========VARIAVEIS DE ENTRADA DE DADOS============
       77 WRK-ID-CLIENTE PIC 9(07) VALUE ZEROS.
       77 WRK-NUMERO-ALFA PIC X(07) VALUE SPACES.
       77 WRK-NUMERO-ENCARGO PIC 9(07) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.

      *===========LISTAGEM DOS ENCARGOS DO CLIENTE============
       77 WRK-FIM-ENCARGOS PIC X(01) VALUE 'N'.
       77 WRK-QTDE-PENDENTES PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-LISTADOS PIC 9(03) VALUE ZEROS.
       77 WRK-SITUACAO PIC X(10) VALUE SPACES.
       77 WRK-VALOR-EDITADO PIC ZZZZZZ9.99.
       77 WRK-ATRASO-EDITADO PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           MOVE 'A' TO TRV-FUNCAO.
           MOVE 'I' TO TRV-MODO.
           MOVE "ARQ113" TO TRV-PROGRAMA.
           CALL "ARQ048" USING WRK-TRV-PARAMETROS.
           IF TRV-RESULTADO NOT EQUAL 'S'
               DISPLAY "EXECUCAO ABANDONADA -- CADASTRO EM USO"
               GOBACK
           END-IF.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O ENCARGOS.
           IF FS-ENCARGOS NOT EQUAL 00
               MOVE "ENCARGOS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0110-LE-OPERADOR-SESSAO.
           PERFORM 0115-VERIFICA-NIVEL.
           DISPLAY "DISPENSA DE ENCARGOS DE ATRASO".
           DISPLAY "DIGITE O ID DO CLIENTE".
           ACCEPT WRK-ID-CLIENTE.

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
                   MOVE "ENCARGOS-TEST.txt" TO
                       WRK-CAMINHO-ENCARGOS
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "ENCARGOS-DEV.txt" TO
                       WRK-CAMINHO-ENCARGOS
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\ENCARGOS.txt" TO
                       WRK-CAMINHO-ENCARGOS
           END-EVALUATE.

       0110-LE-OPERADOR-SESSAO SECTION.
      *==  O CODIGO GRAVADO PELO SIGN-ON DO ARQ000 IDENTIFICA QUEM
      *==  DISPENSOU -- SEM SESSAO ATIVA O CARIMBO FICA "????"
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

       0200-PROCESS SECTION.
           MOVE WRK-ID-CLIENTE TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE.....   (SEM CADASTRO)"
               NOT INVALID KEY
                   DISPLAY "CLIENTE.....   " REG-NOME
           END-READ.
           PERFORM 0210-LISTA-ENCARGOS.
           EVALUATE TRUE
               WHEN WRK-QTDE-LISTADOS EQUAL ZERO
                   DISPLAY "CLIENTE SEM ENCARGOS DE ATRASO"
               WHEN WRK-QTDE-PENDENTES EQUAL ZERO
                   DISPLAY "NENHUM ENCARGO PENDENTE PARA DISPENSA"
               WHEN WRK-NIVEL-OK NOT EQUAL 'S'
                   DISPLAY "DISPENSA EXIGE OPERADOR NIVEL 3"
               WHEN OTHER
                   PERFORM 0220-ACEITA-DISPENSA
           END-EVALUATE.

       0210-LISTA-ENCARGOS SECTION.
           MOVE ZEROS TO WRK-QTDE-LISTADOS.
           MOVE ZEROS TO WRK-QTDE-PENDENTES.
           MOVE 'N' TO WRK-FIM-ENCARGOS.
           MOVE WRK-ID-CLIENTE TO ENC-ID-CLIENTE.
           START ENCARGOS KEY IS EQUAL ENC-ID-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ENCARGOS
           END-START.
           IF WRK-FIM-ENCARGOS EQUAL 'N'
               DISPLAY "ENCARGO FATURA  VENCTO   PAGTO    ATRASO"
                   "      VALOR SITUACAO"
           END-IF.
           PERFORM UNTIL WRK-FIM-ENCARGOS EQUAL 'S'
               READ ENCARGOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ENCARGOS
                   NOT AT END
                       IF ENC-ID-CLIENTE EQUAL WRK-ID-CLIENTE
                           PERFORM 0215-EXIBE-ENCARGO
                       ELSE
                           MOVE 'S' TO WRK-FIM-ENCARGOS
                       END-IF
               END-READ
           END-PERFORM.

       0215-EXIBE-ENCARGO SECTION.
           ADD 1 TO WRK-QTDE-LISTADOS.
           EVALUATE ENC-STATUS
               WHEN 'P'
                   MOVE "PENDENTE" TO WRK-SITUACAO
                   ADD 1 TO WRK-QTDE-PENDENTES
               WHEN 'F'
                   MOVE "LANCADO" TO WRK-SITUACAO
               WHEN 'D'
                   MOVE "DISPENSADO" TO WRK-SITUACAO
               WHEN OTHER
                   MOVE "RECEBIDO" TO WRK-SITUACAO
           END-EVALUATE.
           COMPUTE WRK-VALOR-EDITADO =
               ENC-VALOR-MULTA + ENC-VALOR-JUROS.
           MOVE ENC-DIAS-ATRASO TO WRK-ATRASO-EDITADO.
           DISPLAY ENC-NUMERO " " ENC-FAT-NUMERO " "
               ENC-DATA-VENCTO " " ENC-DATA-PAGTO " "
               WRK-ATRASO-EDITADO " " WRK-VALOR-EDITADO " "
               WRK-SITUACAO.
           IF ENC-STATUS EQUAL 'P' AND ENC-VALOR-RECEBIDO > ZERO
               MOVE ENC-VALOR-PENDENTE TO WRK-VALOR-EDITADO
               DISPLAY "        PENDENTE APOS O PAGAMENTO..."
                   WRK-VALOR-EDITADO
           END-IF.
           IF ENC-STATUS EQUAL 'F'
               DISPLAY "        NA FATURA " ENC-FAT-COBRANCA
           END-IF.

       0220-ACEITA-DISPENSA SECTION.
           DISPLAY "NUMERO DO ENCARGO A DISPENSAR (ENTER=NENHUM)...".
           MOVE SPACES TO WRK-NUMERO-ALFA.
           ACCEPT WRK-NUMERO-ALFA.
           IF FUNCTION TRIM(WRK-NUMERO-ALFA) IS NUMERIC
               AND WRK-NUMERO-ALFA NOT EQUAL SPACES
               COMPUTE WRK-NUMERO-ENCARGO =
                   FUNCTION NUMVAL(WRK-NUMERO-ALFA)
               MOVE WRK-NUMERO-ENCARGO TO ENC-NUMERO
               READ ENCARGOS KEY IS ENC-NUMERO
                   INVALID KEY
                       DISPLAY "ENCARGO NAO ENCONTRADO"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ENC-ID-CLIENTE NOT EQUAL
                                   WRK-ID-CLIENTE
                               DISPLAY "ENCARGO DE OUTRO CLIENTE"
                           WHEN ENC-STATUS NOT EQUAL 'P'
                               DISPLAY "SO ENCARGO PENDENTE PODE SER"
                                   " DISPENSADO"
                           WHEN OTHER
                               PERFORM 0230-CONFIRMA-DISPENSA
                       END-EVALUATE
               END-READ
           ELSE
               DISPLAY "NENHUM ENCARGO DISPENSADO"
           END-IF.

       0230-CONFIRMA-DISPENSA SECTION.
           MOVE ENC-VALOR-PENDENTE TO WRK-VALOR-EDITADO.
           DISPLAY "DISPENSAR " WRK-VALOR-EDITADO
               " DO ENCARGO " ENC-NUMERO " (S/N)...".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               MOVE 'D' TO ENC-STATUS
               MOVE WRK-DATA-HOJE TO ENC-DATA-SITUACAO
               MOVE WRK-OPERADOR TO ENC-OPERADOR
               REWRITE REG-ENCARGOS
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR ENCARGO"
                   NOT INVALID KEY
                       PERFORM 0240-GRAVA-LOG-TRANSACAO
                       PERFORM 0250-LANCA-CONTA-CORRENTE
                       DISPLAY "ENCARGO " ENC-NUMERO " DISPENSADO"
               END-REWRITE
           ELSE
               DISPLAY "DISPENSA CANCELADA"
           END-IF.

       0240-GRAVA-LOG-TRANSACAO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           OPEN EXTEND LOG-TRANSACOES.
           IF FS-LOGTRANS EQUAL 35
               OPEN OUTPUT LOG-TRANSACOES
               CLOSE LOG-TRANSACOES
               OPEN EXTEND LOG-TRANSACOES
           END-IF.
           MOVE ENC-VALOR-PENDENTE TO WRK-VALOR-EDITADO.
           MOVE SPACES TO REG-LOG-TRANSACAO.
           STRING WRK-DATA-HORA DELIMITED BY SIZE
               " ARQ113   DISPENSA-ENCARGO ENC=" DELIMITED BY SIZE
               ENC-NUMERO DELIMITED BY SIZE
               " VLR=" DELIMITED BY SIZE
               WRK-VALOR-EDITADO DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO REG-LOG-TRANSACAO.
           WRITE REG-LOG-TRANSACAO.
           CLOSE LOG-TRANSACOES.

       0250-LANCA-CONTA-CORRENTE SECTION.
           MOVE ENC-ID-CLIENTE TO LCP-ID-CLIENTE.
           MOVE WRK-DATA-HOJE TO LCP-DATA.
           MOVE "ED" TO LCP-TIPO.
           MOVE 'C' TO LCP-NATUREZA.
           MOVE ENC-NUMERO TO LCP-DOCUMENTO.
           MOVE "ENCARGO DE ATRASO DISPENSADO" TO LCP-HISTORICO.
           MOVE ENC-VALOR-PENDENTE TO LCP-VALOR.
           MOVE "ARQ113" TO LCP-PROGRAMA.
           CALL "ARQ115" USING WRK-LCP-PARAMETROS.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CLIENTES.
           CLOSE ENCARGOS.
           MOVE 'L' TO TRV-FUNCAO.
           MOVE "ARQ113" TO TRV-PROGRAMA.
           CALL "ARQ048" USING WRK-TRV-PARAMETROS.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
