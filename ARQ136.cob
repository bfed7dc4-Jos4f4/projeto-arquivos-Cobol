       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ136 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: DIGITACAO DO DESPACHO DE PEDIDO FATURADO --
      *==            LOCALIZA O PEDIDO PELA CHAVE COMPOSTA (ID DO
      *==            CLIENTE + SEQUENCIA), COMO NO ARQ061, E GRAVA NO
      *==            ARQUIVO DE ENTREGAS (VIDE ENTREG) A
      *==            TRANSPORTADORA, O CODIGO DE RASTREIO E A DATA DE
      *==            DESPACHO; A ENTREGA NASCE EM TRANSITO ('T') E O
      *==            RETORNO DA TRANSPORTADORA (ARQ137) FAZ O RESTO
      *==  SO PEDIDO FATURADO ('F') E DESPACHADO, UMA UNICA VEZ -- O
      *==  DESPACHO JA GRAVADO E EXIBIDO E NAO E SOBRESCRITO
      *==  A TRANSACAO E CARIMBADA COM O OPERADOR DA SESSAO NO LOG DE
      *==  TRANSACOES, COMO NO ARQ061
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

           SELECT PEDIDOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PEDIDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS FS-PEDIDOS.

           SELECT ENTREGAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ENTREGAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-CHAVE
               ALTERNATE RECORD KEY IS ENT-RASTREIO
                   WITH DUPLICATES
               FILE STATUS IS FS-ENTREGAS.

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

       FD PEDIDOS.
       01 REG-PEDIDOS.
           COPY PEDREG.

       FD ENTREGAS.
       01 REG-ENTREGAS.
           COPY ENTREG.

       FD LOG-TRANSACOES.
       01 REG-LOG-TRANSACAO PIC X(80).

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ENTREGAS PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-ENTREGAS PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-OPERADOR PIC X(04) VALUE "????".

      *===========VALIDACAO DA DATA (ARQ033)==================
       01 WRK-VAL-PARAMETROS.
           COPY VALPRM.

      *===========VARIAVEIS DE ENTRADA DE DADOS============
       77 WRK-ID PIC 9(07) VALUE ZEROS.
       77 WRK-SEQUENCIA PIC 9(05) VALUE ZEROS.
       77 WRK-TRANSPORTADORA PIC X(10) VALUE SPACES.
       77 WRK-RASTREIO PIC X(20) VALUE SPACES.
       77 WRK-DATA-DESPACHO PIC X(08) VALUE SPACES.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       77 WRK-ENTRADA-OK PIC X(01) VALUE 'S'.
       77 WRK-VALOR-EDITADO PIC ZZZZZZ9.99.
       77 WRK-SITUACAO PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL 00
               MOVE "PEDIDOS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O ENTREGAS.
           IF FS-ENTREGAS EQUAL 35
               OPEN OUTPUT ENTREGAS
               CLOSE ENTREGAS
               OPEN I-O ENTREGAS
           END-IF.
           IF FS-ENTREGAS NOT EQUAL 00
               MOVE "ENTREGAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "DIGITE O ID DO CLIENTE".
           ACCEPT WRK-ID.
           DISPLAY "DIGITE A SEQUENCIA DO PEDIDO".
           ACCEPT WRK-SEQUENCIA.

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
                   MOVE "PEDIDOS-TEST.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "ENTREGAS-TEST.txt" TO
                       WRK-CAMINHO-ENTREGAS
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-DEV.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "ENTREGAS-DEV.txt" TO
                       WRK-CAMINHO-ENTREGAS
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS.txt" TO
                       WRK-CAMINHO-PEDIDOS
                   MOVE "\ENTREGAS.txt" TO
                       WRK-CAMINHO-ENTREGAS
           END-EVALUATE.

       0200-PROCESS SECTION.
           MOVE WRK-ID TO PED-ID-CLIENTE.
           MOVE WRK-SEQUENCIA TO PED-SEQUENCIA.
           READ PEDIDOS
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM 0210-EXIBE-PEDIDO
                   IF PED-STATUS EQUAL 'F'
                       PERFORM 0215-VERIFICA-DESPACHO
                   ELSE
                       DISPLAY "PEDIDO NAO FATURADO -- SO PEDIDO"
                           " 'F' PODE SER DESPACHADO"
                   END-IF
           END-READ.

       0210-EXIBE-PEDIDO SECTION.
           MOVE WRK-ID TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE.....   (SEM CADASTRO)"
               NOT INVALID KEY
                   DISPLAY "CLIENTE.....   " REG-NOME
           END-READ.
           MOVE PED-VALOR TO WRK-VALOR-EDITADO.
           DISPLAY "SEQUENCIA...   " PED-SEQUENCIA.
           DISPLAY "DATA........   " PED-DATA.
           DISPLAY "DESCRICAO...   " PED-DESCRICAO.
           DISPLAY "VALOR.......   " WRK-VALOR-EDITADO.
           DISPLAY "STATUS......   " PED-STATUS.
           DISPLAY "===============================".

       0215-VERIFICA-DESPACHO SECTION.
           MOVE PED-CHAVE TO ENT-CHAVE.
           READ ENTREGAS
               INVALID KEY
                   PERFORM 0220-ACEITA-DESPACHO
               NOT INVALID KEY
                   DISPLAY "PEDIDO JA DESPACHADO"
                   PERFORM 0250-EXIBE-ENTREGA
           END-READ.

       0220-ACEITA-DESPACHO SECTION.
           MOVE 'S' TO WRK-ENTRADA-OK.
           DISPLAY "TRANSPORTADORA...".
           ACCEPT WRK-TRANSPORTADORA.
           MOVE FUNCTION UPPER-CASE(WRK-TRANSPORTADORA)
               TO WRK-TRANSPORTADORA.
           IF WRK-TRANSPORTADORA EQUAL SPACES
               DISPLAY "TRANSPORTADORA OBRIGATORIA"
               MOVE 'N' TO WRK-ENTRADA-OK
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               DISPLAY "CODIGO DE RASTREIO..."
               ACCEPT WRK-RASTREIO
               MOVE FUNCTION UPPER-CASE(WRK-RASTREIO) TO WRK-RASTREIO
               IF WRK-RASTREIO EQUAL SPACES
                   DISPLAY "CODIGO DE RASTREIO OBRIGATORIO"
                   MOVE 'N' TO WRK-ENTRADA-OK
               END-IF
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0225-ACEITA-DATA
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0230-GRAVA-DESPACHO
           ELSE
               DISPLAY "DESPACHO NAO GRAVADO"
           END-IF.

       0225-ACEITA-DATA SECTION.
      *==  ENTER ASSUME A DATA DE HOJE -- O DESPACHO NAO PODE SER
      *==  ANTERIOR AO PEDIDO NEM POSTERIOR A HOJE
           DISPLAY "DATA DO DESPACHO AAAAMMDD (ENTER=HOJE)...".
           ACCEPT WRK-DATA-DESPACHO.
           IF WRK-DATA-DESPACHO EQUAL SPACES
               MOVE WRK-DATA-HORA (1:8) TO WRK-DATA-DESPACHO
           END-IF.
           MOVE 'D' TO VAL-FUNCAO.
           MOVE WRK-DATA-DESPACHO TO VAL-VALOR.
           CALL "ARQ033" USING WRK-VAL-PARAMETROS.
           IF VAL-RESULTADO NOT EQUAL 'S'
               DISPLAY "DATA INVALIDA -- " VAL-MENSAGEM
               MOVE 'N' TO WRK-ENTRADA-OK
           ELSE
               IF WRK-DATA-DESPACHO > WRK-DATA-HORA (1:8)
                   OR WRK-DATA-DESPACHO < PED-DATA
                   DISPLAY "DATA FORA DO PERIODO PEDIDO-HOJE"
                   MOVE 'N' TO WRK-ENTRADA-OK
               END-IF
           END-IF.

       0230-GRAVA-DESPACHO SECTION.
           DISPLAY "CONFIRMA DESPACHO (S/N)...".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               PERFORM 0245-LE-OPERADOR-SESSAO
               MOVE SPACES TO REG-ENTREGAS
               MOVE PED-CHAVE TO ENT-CHAVE
               MOVE WRK-TRANSPORTADORA TO ENT-TRANSPORTADORA
               MOVE WRK-RASTREIO TO ENT-RASTREIO
               MOVE WRK-DATA-DESPACHO TO ENT-DATA-DESPACHO
               MOVE 'T' TO ENT-STATUS
               MOVE WRK-DATA-DESPACHO TO ENT-DATA-STATUS
               MOVE WRK-OPERADOR TO ENT-OPERADOR
               MOVE ZEROS TO ENT-OCO-SEQUENCIA
               WRITE REG-ENTREGAS
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR DESPACHO"
                   NOT INVALID KEY
                       DISPLAY "DESPACHO GRAVADO"
                       PERFORM 0240-GRAVA-LOG-TRANSACAO
               END-WRITE
           ELSE
               DISPLAY "DESPACHO ABANDONADO"
           END-IF.

       0240-GRAVA-LOG-TRANSACAO SECTION.
           OPEN EXTEND LOG-TRANSACOES.
           IF FS-LOGTRANS EQUAL 35
               OPEN OUTPUT LOG-TRANSACOES
               CLOSE LOG-TRANSACOES
               OPEN EXTEND LOG-TRANSACOES
           END-IF.
           MOVE SPACES TO REG-LOG-TRANSACAO.
           STRING WRK-DATA-HORA DELIMITED BY SIZE
               " ARQ136   DESPACHO PEDIDO=" DELIMITED BY SIZE
               PED-ID-CLIENTE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               PED-SEQUENCIA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-TRANSPORTADORA DELIMITED BY SPACE
               " OP=" DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO REG-LOG-TRANSACAO.
           WRITE REG-LOG-TRANSACAO.
           CLOSE LOG-TRANSACOES.

       0245-LE-OPERADOR-SESSAO SECTION.
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

       0250-EXIBE-ENTREGA SECTION.
           EVALUATE ENT-STATUS
               WHEN 'T'
                   MOVE "EM TRANSITO" TO WRK-SITUACAO
               WHEN 'E'
                   MOVE "ENTREGUE" TO WRK-SITUACAO
               WHEN 'D'
                   MOVE "DEVOLVIDA" TO WRK-SITUACAO
               WHEN OTHER
                   MOVE ENT-STATUS TO WRK-SITUACAO
           END-EVALUATE.
           DISPLAY "TRANSPORTAD.   " ENT-TRANSPORTADORA.
           DISPLAY "RASTREIO....   " ENT-RASTREIO.
           DISPLAY "DESPACHO....   " ENT-DATA-DESPACHO.
           DISPLAY "SITUACAO....   " WRK-SITUACAO.
           IF ENT-STATUS EQUAL 'E'
               DISPLAY "ENTREGA.....   " ENT-DATA-ENTREGA
           END-IF.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE ENTREGAS.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
