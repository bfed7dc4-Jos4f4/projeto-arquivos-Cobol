       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ103 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: ENTRADA DE MERCADORIA NO ESTOQUE -- O PRODUTO
      *==            PRECISA EXISTIR NO CATALOGO (PRODUTOS.TXT,
      *==            ARQ062); EXIBE A POSICAO ATUAL (SALDO,
      *==            RESERVADO, DISPONIVEL E PONTO DE PEDIDO), SOMA A
      *==            QUANTIDADE RECEBIDA AO SALDO E, SE INFORMADO,
      *==            GRAVA O NOVO PONTO DE PEDIDO; A GRAVACAO E FEITA
      *==            PELO MODULO DE ESTOQUE (ARQ102) E A ENTRADA FICA
      *==            NO LOG DE TRANSACOES COM A NOTA FISCAL E O
      *==            OPERADOR DA SESSAO
      *==  EM TEST (AMBIENTE.TXT) A TABELA LIDA E A PRODUTOS-TEST.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT PRODUTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PRODUTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUTOS.

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

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRDREG.

       FD LOG-TRANSACOES.
       01 REG-LOG-TRANSACAO PIC X(80).

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-PRODUTOS PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-PRODUTOS PIC X(30) VALUE SPACES.

       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-OPERADOR PIC X(04) VALUE "????".

      *===========MODULO DE ESTOQUE (ARQ102)==================
       01 WRK-MVE-PARAMETROS.
           COPY MVEPRM.

      *===========VARIAVEIS DE ENTRADA DE DADOS============
       77 WRK-CODIGO PIC X(06) VALUE SPACES.
       77 WRK-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-DESCRICAO PIC X(40) VALUE SPACES.
       77 WRK-QTDE-ALFA PIC X(07) VALUE SPACES.
       77 WRK-QUANTIDADE PIC 9(07) VALUE ZEROS.
       77 WRK-PONTO-ALFA PIC X(07) VALUE SPACES.
       77 WRK-PONTO PIC 9(07) VALUE ZEROS.
       77 WRK-PONTO-INFORMADO PIC X(01) VALUE 'N'.
       77 WRK-NOTA-FISCAL PIC X(10) VALUE SPACES.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       77 WRK-QTDE-EDITADA PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           DISPLAY "ENTRADA DE MERCADORIA NO ESTOQUE".
           DISPLAY "DIGITE O CODIGO DO PRODUTO...".
           ACCEPT WRK-CODIGO.

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
                   MOVE "PRODUTOS-TEST.TXT" TO WRK-CAMINHO-PRODUTOS
               WHEN OTHER
                   MOVE "PRODUTOS.TXT" TO WRK-CAMINHO-PRODUTOS
           END-EVALUATE.

       0200-PROCESS SECTION.
           PERFORM 0210-PROCURA-PRODUTO.
           IF WRK-ACHADO NOT EQUAL 'S'
               DISPLAY "PRODUTO NAO CADASTRADO NO CATALOGO"
           ELSE
               DISPLAY "PRODUTO.....   " WRK-DESCRICAO
               MOVE 'C' TO MVE-FUNCAO
               MOVE WRK-CODIGO TO MVE-PRODUTO
               MOVE ZEROS TO MVE-QUANTIDADE MVE-PONTO-PEDIDO
               CALL "ARQ102" USING WRK-MVE-PARAMETROS
               IF MVE-RESULTADO EQUAL 'N'
                   DISPLAY "PRODUTO AINDA SEM CONTROLE DE ESTOQUE"
               ELSE
                   PERFORM 0230-EXIBE-POSICAO
               END-IF
               PERFORM 0220-ACEITA-ENTRADA
           END-IF.

       0210-PROCURA-PRODUTO SECTION.
           MOVE 'N' TO WRK-ACHADO.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 00
               READ PRODUTOS
               PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
                       OR WRK-ACHADO EQUAL 'S'
                   IF PRD-CODIGO EQUAL WRK-CODIGO
                       MOVE 'S' TO WRK-ACHADO
                       MOVE PRD-DESCRICAO TO WRK-DESCRICAO
                   END-IF
                   READ PRODUTOS
               END-PERFORM
               CLOSE PRODUTOS
           ELSE
               DISPLAY "CATALOGO DE PRODUTOS AUSENTE"
           END-IF.

       0220-ACEITA-ENTRADA SECTION.
      *==  QUANTIDADE ZERO COM PONTO DE PEDIDO INFORMADO SO AJUSTA O
      *==  PONTO -- E ASSIM QUE SE CADASTRA O PONTO ANTES DA
      *==  PRIMEIRA ENTRADA
           DISPLAY "QUANTIDADE RECEBIDA (0=SO PONTO DE PEDIDO)...".
           MOVE SPACES TO WRK-QTDE-ALFA.
           ACCEPT WRK-QTDE-ALFA.
           MOVE ZEROS TO WRK-QUANTIDADE.
           IF FUNCTION TRIM(WRK-QTDE-ALFA) IS NUMERIC
               AND WRK-QTDE-ALFA NOT EQUAL SPACES
               COMPUTE WRK-QUANTIDADE = FUNCTION NUMVAL (WRK-QTDE-ALFA)
           END-IF.
           IF WRK-QUANTIDADE > ZERO
               DISPLAY "NUMERO DA NOTA FISCAL..."
               ACCEPT WRK-NOTA-FISCAL
           END-IF.
           DISPLAY "NOVO PONTO DE PEDIDO (ENTER=MANTEM)...".
           MOVE SPACES TO WRK-PONTO-ALFA.
           ACCEPT WRK-PONTO-ALFA.
           MOVE 'N' TO WRK-PONTO-INFORMADO.
           IF FUNCTION TRIM(WRK-PONTO-ALFA) IS NUMERIC
               AND WRK-PONTO-ALFA NOT EQUAL SPACES
               COMPUTE WRK-PONTO = FUNCTION NUMVAL (WRK-PONTO-ALFA)
               MOVE 'S' TO WRK-PONTO-INFORMADO
           END-IF.
           IF WRK-QUANTIDADE EQUAL ZERO
               AND WRK-PONTO-INFORMADO NOT EQUAL 'S'
               DISPLAY "NADA A GRAVAR -- ENTRADA ABANDONADA"
           ELSE
               DISPLAY "CONFIRMA A ENTRADA (S/N)..."
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
                   PERFORM 0240-GRAVA-ENTRADA
               ELSE
                   DISPLAY "ENTRADA ABANDONADA"
               END-IF
           END-IF.

       0230-EXIBE-POSICAO SECTION.
           MOVE MVE-SALDO TO WRK-QTDE-EDITADA.
           DISPLAY "SALDO.......   " WRK-QTDE-EDITADA.
           MOVE MVE-RESERVADO TO WRK-QTDE-EDITADA.
           DISPLAY "RESERVADO...   " WRK-QTDE-EDITADA.
           MOVE MVE-DISPONIVEL TO WRK-QTDE-EDITADA.
           DISPLAY "DISPONIVEL..   " WRK-QTDE-EDITADA.
           MOVE MVE-PONTO-PEDIDO TO WRK-QTDE-EDITADA.
           DISPLAY "PONTO PEDIDO   " WRK-QTDE-EDITADA.

       0240-GRAVA-ENTRADA SECTION.
           IF WRK-QUANTIDADE > ZERO
               MOVE 'E' TO MVE-FUNCAO
               MOVE WRK-CODIGO TO MVE-PRODUTO
               MOVE WRK-QUANTIDADE TO MVE-QUANTIDADE
               CALL "ARQ102" USING WRK-MVE-PARAMETROS
               IF MVE-RESULTADO NOT EQUAL 'S'
                   MOVE "ERRO NO ARQUIVO DE ESTOQUE" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
               PERFORM 0250-GRAVA-LOG-TRANSACAO
           END-IF.
           IF WRK-PONTO-INFORMADO EQUAL 'S'
               MOVE 'P' TO MVE-FUNCAO
               MOVE WRK-CODIGO TO MVE-PRODUTO
               MOVE WRK-PONTO TO MVE-PONTO-PEDIDO
               CALL "ARQ102" USING WRK-MVE-PARAMETROS
               IF MVE-RESULTADO NOT EQUAL 'S'
                   MOVE "ERRO NO ARQUIVO DE ESTOQUE" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
           END-IF.
           DISPLAY "ENTRADA GRAVADA -- POSICAO ATUAL:".
           PERFORM 0230-EXIBE-POSICAO.

       0255-LE-OPERADOR-SESSAO SECTION.
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

       0250-GRAVA-LOG-TRANSACAO SECTION.
           PERFORM 0255-LE-OPERADOR-SESSAO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           OPEN EXTEND LOG-TRANSACOES.
           IF FS-LOGTRANS EQUAL 35
               OPEN OUTPUT LOG-TRANSACOES
               CLOSE LOG-TRANSACOES
               OPEN EXTEND LOG-TRANSACOES
           END-IF.
           MOVE SPACES TO REG-LOG-TRANSACAO.
           STRING WRK-DATA-HORA DELIMITED BY SIZE
               " ARQ103   ENTRADA PRD=" DELIMITED BY SIZE
               WRK-CODIGO DELIMITED BY SIZE
               " QTD=" DELIMITED BY SIZE
               WRK-QUANTIDADE DELIMITED BY SIZE
               " NF=" DELIMITED BY SIZE
               WRK-NOTA-FISCAL DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO REG-LOG-TRANSACAO.
           WRITE REG-LOG-TRANSACAO.
           CLOSE LOG-TRANSACOES.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
