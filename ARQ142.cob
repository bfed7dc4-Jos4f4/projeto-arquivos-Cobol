       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ142 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: PEDIDOS PROGRAMADOS -- O CLIENTE QUE REPETE O
      *==            MESMO PEDIDO A CADA CICLO DEIXA DE SER REDIGITADO
      *==            NO ARQ027: INCLUI A PROGRAMACAO (VIDE PRGREG) COM
      *==            OS PRODUTOS DO CATALOGO E AS QUANTIDADES, A
      *==            FREQUENCIA (SEMANAL, QUINZENAL OU MENSAL), A
      *==            PRIMEIRA DATA DE GERACAO E A DATA FINAL; ENCERRA
      *==            A PROGRAMACAO ATIVA E CONSULTA AS PROGRAMACOES DO
      *==            CLIENTE COM OS ITENS
      *==  O PEDIDO DE CADA CICLO E GERADO PELA CADEIA NOTURNA
      *==  (ARQ143) COM O PRECO VIGENTE NO DIA E A VERIFICACAO DE
      *==  CREDITO DAQUELE DIA -- AQUI NAO HA PRECO NEM CREDITO
      *==  A PRIMEIRA DATA E AJUSTADA PARA DIA UTIL (ARQ092); NA
      *==  FREQUENCIA MENSAL O DIA INFORMADO E O DIA DE TODO MES
      *==  VENDEDOR E CONDICAO DE PAGAMENTO SAO OPCIONAIS: EM BRANCO,
      *==  O PEDIDO SAI COM O VENDEDOR DO TERRITORIO E EM PARCELA
      *==  UNICA, COMO NA ENTRADA DE PEDIDOS
      *==  CADA TRANSACAO E CARIMBADA COM O OPERADOR DA SESSAO NO LOG
      *==  DE TRANSACOES
      *==  EM TEST (AMBIENTE.TXT) AS TABELAS LIDAS SAO AS
      *==  PRODUTOS-TEST.TXT E VENDEDORES-TEST.TXT
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

           SELECT PROGRAMADOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PROGRAMADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-CHAVE
               FILE STATUS IS FS-PROGRAMADOS.

           SELECT PRG-ITENS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PRI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRI-CHAVE
               FILE STATUS IS FS-PRI.

           SELECT PRODUTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PRODUTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUTOS.

           SELECT VENDEDORES ASSIGN TO
               DYNAMIC WRK-CAMINHO-VENDEDORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDEDORES.

           SELECT CONDICOES ASSIGN TO
               "CONDICOES-PAGAMENTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONDICOES.

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

       FD PROGRAMADOS.
       01 REG-PROGRAMADO.
           COPY PRGREG.

       FD PRG-ITENS.
       01 REG-PRG-ITEM.
           COPY PRIREG.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRDREG.

       FD VENDEDORES.
       01 REG-VENDEDOR.
           COPY VDDREG.

       FD CONDICOES.
       01 REG-CONDICAO.
           COPY CPGREG.

       FD LOG-TRANSACOES.
       01 REG-LOG-TRANSACAO PIC X(80).

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PROGRAMADOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PRI PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PRODUTOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-VENDEDORES PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PROGRAMADOS PIC 9(02) VALUE ZEROS.
       77 FS-PRI PIC 9(02) VALUE ZEROS.
       77 FS-PRODUTOS PIC 9(02) VALUE ZEROS.
       77 FS-VENDEDORES PIC 9(02) VALUE ZEROS.
       77 FS-CONDICOES PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-OPERADOR PIC X(04) VALUE "????".

      *===========VALIDACAO DAS DATAS (ARQ033)================
       01 WRK-VAL-PARAMETROS.
           COPY VALPRM.

      *===========DIAS UTEIS (ARQ092)=========================
       01 WRK-DUT-PARAMETROS.
           COPY DUTPRM.

      *===========VARIAVEIS DE ENTRADA DE DADOS============
       77 WRK-OPERACAO PIC X(01) VALUE SPACES.
       77 WRK-ID PIC 9(07) VALUE ZEROS.
       77 WRK-NUMERO PIC 9(03) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       77 WRK-ENTRADA-OK PIC X(01) VALUE 'S'.
       77 WRK-FREQUENCIA PIC X(01) VALUE SPACES.
       77 WRK-PRIMEIRA PIC X(08) VALUE SPACES.
       77 WRK-DIA-MES PIC 9(02) VALUE ZEROS.
       77 WRK-FIM PIC X(08) VALUE SPACES.
       77 WRK-VENDEDOR PIC X(03) VALUE SPACES.
       77 WRK-VDD-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-CONDICAO PIC X(03) VALUE SPACES.
       77 WRK-CONDICAO-ACHADA PIC X(01) VALUE 'N'.
       77 WRK-SITUACAO PIC X(19) VALUE SPACES.
       77 WRK-PRECO-EDITADO PIC ZZZZZZ9.99.

      *===========LINHAS DA PROGRAMACAO (ITENS)================
       77 WRK-CODIGO-PRODUTO PIC X(06) VALUE SPACES.
       77 WRK-QTDE-ALFA PIC X(03) VALUE SPACES.
       77 WRK-QUANTIDADE PIC 9(03) VALUE ZEROS.
       77 WRK-PRD-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-PRD-DESCRICAO PIC X(40) VALUE SPACES.
       77 WRK-PRD-PRECO PIC 9(07)V99 VALUE ZEROS.
       01 WRK-TAB-ITENS.
           05 WRK-ITEM OCCURS 20 TIMES
               INDEXED BY WRK-ITEM-IDX.
               10 WRK-ITEM-PRODUTO   PIC X(06).
               10 WRK-ITEM-QTDE      PIC 9(03).
       77 WRK-ITEM-TOTAL PIC 9(02) VALUE ZEROS.
       77 WRK-ITEM-OK PIC X(01) VALUE 'S'.
       77 WRK-FIM-ITENS PIC X(01) VALUE 'N'.

      *===========NUMERACAO E CONSULTA DAS PROGRAMACOES=======
       77 WRK-ULTIMO-NUMERO PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-QTDE-PROGRAMACOES PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DATA-HORA (1:8) TO WRK-DATA-HOJE.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O PROGRAMADOS.
           IF FS-PROGRAMADOS EQUAL 35
               OPEN OUTPUT PROGRAMADOS
               CLOSE PROGRAMADOS
               OPEN I-O PROGRAMADOS
           END-IF.
           IF FS-PROGRAMADOS NOT EQUAL 00
               MOVE "PEDIDOS-PROGRAMADOS NAO ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O PRG-ITENS.
           IF FS-PRI EQUAL 35
               OPEN OUTPUT PRG-ITENS
               CLOSE PRG-ITENS
               OPEN I-O PRG-ITENS
           END-IF.
           IF FS-PRI NOT EQUAL 00
               MOVE "ITENS PROGRAMADOS NAO ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "PEDIDOS PROGRAMADOS".
           DISPLAY "OPERACAO (I=INCLUIR E=ENCERRAR C=CONSULTAR)...".
           ACCEPT WRK-OPERACAO.
           DISPLAY "DIGITE O ID DO CLIENTE".
           ACCEPT WRK-ID.

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
                   MOVE "PEDIDOS-PROGRAMADOS-TEST.txt" TO
                       WRK-CAMINHO-PROGRAMADOS
                   MOVE "PEDIDOS-PROGRAMADOS-ITENS-TEST.txt" TO
                       WRK-CAMINHO-PRI
                   MOVE "PRODUTOS-TEST.TXT" TO WRK-CAMINHO-PRODUTOS
                   MOVE "VENDEDORES-TEST.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-PROGRAMADOS-DEV.txt" TO
                       WRK-CAMINHO-PROGRAMADOS
                   MOVE "PEDIDOS-PROGRAMADOS-ITENS-DEV.txt" TO
                       WRK-CAMINHO-PRI
                   MOVE "PRODUTOS.TXT" TO WRK-CAMINHO-PRODUTOS
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS-PROGRAMADOS.txt" TO
                       WRK-CAMINHO-PROGRAMADOS
                   MOVE "\PEDIDOS-PROGRAMADOS-ITENS.txt" TO
                       WRK-CAMINHO-PRI
                   MOVE "PRODUTOS.TXT" TO WRK-CAMINHO-PRODUTOS
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
           END-EVALUATE.

       0200-PROCESS SECTION.
           MOVE WRK-ID TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "ID NAO ENCONTRADO NO CADASTRO"
                   GOBACK
               NOT INVALID KEY
                   DISPLAY "CLIENTE...   " REG-NOME
           END-READ.
           EVALUATE WRK-OPERACAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0210-INCLUI-PROGRAMACAO
               WHEN 'E'
               WHEN 'e'
                   PERFORM 0250-ENCERRA-PROGRAMACAO
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0260-CONSULTA-PROGRAMACOES
               WHEN OTHER
                   DISPLAY "OPERACAO INVALIDA"
           END-EVALUATE.

       0210-INCLUI-PROGRAMACAO SECTION.
      *==  MESMAS REGRAS DE ACEITACAO DO CLIENTE E DO PRODUTO DA
      *==  ENTRADA DE PEDIDOS -- CADA TESTE DERRUBA A FLAG DE ENTRADA
           MOVE 'S' TO WRK-ENTRADA-OK.
           IF REG-STATUS EQUAL 'I' OR REG-STATUS EQUAL 'L'
               DISPLAY "CLIENTE NAO ACEITA PEDIDO NOVO"
               MOVE 'N' TO WRK-ENTRADA-OK
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0215-ACEITA-ITENS
               IF WRK-ITEM-TOTAL EQUAL ZERO
                   DISPLAY "NENHUM ITEM INFORMADO -- PROGRAMACAO"
                       " RECUSADA"
                   MOVE 'N' TO WRK-ENTRADA-OK
               END-IF
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0222-ACEITA-FREQUENCIA
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0225-ACEITA-PRIMEIRA-DATA
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0227-ACEITA-DATA-FINAL
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0230-ACEITA-VENDEDOR
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0235-ACEITA-CONDICAO
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0240-GRAVA-PROGRAMACAO
           ELSE
               DISPLAY "PROGRAMACAO NAO GRAVADA"
           END-IF.

       0215-ACEITA-ITENS SECTION.
      *==  UM PRODUTO POR VEZ ATE O ENTER EM BRANCO, COMO NA MESA DE
      *==  PEDIDOS -- ITEM INVALIDO E IGNORADO SEM PERDER OS OUTROS
           MOVE ZEROS TO WRK-ITEM-TOTAL.
           MOVE 'N' TO WRK-FIM-ITENS.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL 'S'
               DISPLAY "CODIGO DO PRODUTO (ENTER=FIM DOS ITENS)..."
               MOVE SPACES TO WRK-CODIGO-PRODUTO
               ACCEPT WRK-CODIGO-PRODUTO
               IF WRK-CODIGO-PRODUTO EQUAL SPACES
                   MOVE 'S' TO WRK-FIM-ITENS
               ELSE
                   PERFORM 0217-ACEITA-ITEM
                   IF WRK-ITEM-TOTAL EQUAL 20
                       DISPLAY "LIMITE DE 20 ITENS POR PEDIDO"
                       MOVE 'S' TO WRK-FIM-ITENS
                   END-IF
               END-IF
           END-PERFORM.

       0217-ACEITA-ITEM SECTION.
           MOVE 'S' TO WRK-ITEM-OK.
           PERFORM 0220-PROCURA-PRODUTO.
           IF WRK-PRD-ACHADO NOT EQUAL 'S'
               DISPLAY "PRODUTO NAO CADASTRADO -- ITEM IGNORADO"
               MOVE 'N' TO WRK-ITEM-OK
           END-IF.
           IF WRK-ITEM-OK EQUAL 'S'
               MOVE WRK-PRD-PRECO TO WRK-PRECO-EDITADO
               DISPLAY "PRODUTO...   " WRK-PRD-DESCRICAO
               DISPLAY "PRECO DE CATALOGO HOJE...   " WRK-PRECO-EDITADO
               DISPLAY "DIGITE A QUANTIDADE..."
               MOVE SPACES TO WRK-QTDE-ALFA
               ACCEPT WRK-QTDE-ALFA
               MOVE ZEROS TO WRK-QUANTIDADE
               IF FUNCTION TRIM(WRK-QTDE-ALFA) IS NUMERIC
                   AND WRK-QTDE-ALFA NOT EQUAL SPACES
                   COMPUTE WRK-QUANTIDADE =
                       FUNCTION NUMVAL (WRK-QTDE-ALFA)
               END-IF
               IF WRK-QUANTIDADE EQUAL ZERO
                   DISPLAY "QUANTIDADE INVALIDA -- ITEM IGNORADO"
                   MOVE 'N' TO WRK-ITEM-OK
               END-IF
           END-IF.
           IF WRK-ITEM-OK EQUAL 'S'
               ADD 1 TO WRK-ITEM-TOTAL
               MOVE WRK-CODIGO-PRODUTO TO
                   WRK-ITEM-PRODUTO (WRK-ITEM-TOTAL)
               MOVE WRK-QUANTIDADE TO WRK-ITEM-QTDE (WRK-ITEM-TOTAL)
               DISPLAY "ITEM " WRK-ITEM-TOTAL " ACEITO"
           END-IF.

       0220-PROCURA-PRODUTO SECTION.
      *==  O PRECO MOSTRADO E SO REFERENCIA -- CADA PEDIDO GERADO
      *==  SAI COM O PRECO VIGENTE NO DIA DA GERACAO
           MOVE 'N' TO WRK-PRD-ACHADO.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 00
               READ PRODUTOS
               PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
                       OR WRK-PRD-ACHADO EQUAL 'S'
                   IF PRD-CODIGO EQUAL WRK-CODIGO-PRODUTO
                       MOVE 'S' TO WRK-PRD-ACHADO
                       MOVE PRD-DESCRICAO TO WRK-PRD-DESCRICAO
                       MOVE PRD-PRECO TO WRK-PRD-PRECO
                   END-IF
                   READ PRODUTOS
               END-PERFORM
               CLOSE PRODUTOS
           ELSE
               DISPLAY "CATALOGO DE PRODUTOS AUSENTE"
           END-IF.

       0222-ACEITA-FREQUENCIA SECTION.
           DISPLAY "FREQUENCIA (S=SEMANAL Q=QUINZENAL M=MENSAL)...".
           MOVE SPACES TO WRK-FREQUENCIA.
           ACCEPT WRK-FREQUENCIA.
           MOVE FUNCTION UPPER-CASE(WRK-FREQUENCIA) TO WRK-FREQUENCIA.
           IF WRK-FREQUENCIA NOT EQUAL 'S'
               AND WRK-FREQUENCIA NOT EQUAL 'Q'
               AND WRK-FREQUENCIA NOT EQUAL 'M'
               DISPLAY "FREQUENCIA INVALIDA"
               MOVE 'N' TO WRK-ENTRADA-OK
           END-IF.

       0225-ACEITA-PRIMEIRA-DATA SECTION.
      *==  ENTER ASSUME O PROXIMO DIA UTIL; DATA INFORMADA QUE NAO
      *==  E DIA UTIL PASSA PARA O PRIMEIRO DIA UTIL SEGUINTE -- O DIA
      *==  INFORMADO FICA COMO O DIA DO MES DA FREQUENCIA MENSAL
           MOVE 'A' TO DUT-FUNCAO.
           MOVE WRK-DATA-HOJE TO DUT-DATA.
           MOVE 1 TO DUT-DIAS.
           CALL "ARQ092" USING WRK-DUT-PARAMETROS.
           MOVE DUT-DATA-RESULTADO TO WRK-PRIMEIRA.
           DISPLAY "PRIMEIRA GERACAO AAAAMMDD (ENTER=" WRK-PRIMEIRA
               ")...".
           MOVE SPACES TO WRK-PRIMEIRA.
           ACCEPT WRK-PRIMEIRA.
           IF WRK-PRIMEIRA EQUAL SPACES
               MOVE DUT-DATA-RESULTADO TO WRK-PRIMEIRA
           END-IF.
           MOVE 'D' TO VAL-FUNCAO.
           MOVE WRK-PRIMEIRA TO VAL-VALOR.
           CALL "ARQ033" USING WRK-VAL-PARAMETROS.
           IF VAL-RESULTADO NOT EQUAL 'S'
               DISPLAY "DATA INVALIDA -- " VAL-MENSAGEM
               MOVE 'N' TO WRK-ENTRADA-OK
           ELSE
               IF WRK-PRIMEIRA < WRK-DATA-HOJE
                   DISPLAY "PRIMEIRA GERACAO ANTERIOR A HOJE"
                   MOVE 'N' TO WRK-ENTRADA-OK
               END-IF
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               MOVE WRK-PRIMEIRA (7:2) TO WRK-DIA-MES
               MOVE 'P' TO DUT-FUNCAO
               MOVE WRK-PRIMEIRA TO DUT-DATA
               CALL "ARQ092" USING WRK-DUT-PARAMETROS
               IF DUT-DATA-RESULTADO NOT EQUAL WRK-PRIMEIRA
                   MOVE DUT-DATA-RESULTADO TO WRK-PRIMEIRA
                   DISPLAY "NAO E DIA UTIL -- PRIMEIRA GERACAO EM "
                       WRK-PRIMEIRA
               END-IF
           END-IF.

       0227-ACEITA-DATA-FINAL SECTION.
      *==  ULTIMA DATA EM QUE AINDA SE GERA PEDIDO -- ENTER = SEM
      *==  DATA FINAL, A PROGRAMACAO VALE ATE SER ENCERRADA
           DISPLAY "DATA FINAL AAAAMMDD (ENTER=SEM DATA FINAL)...".
           MOVE SPACES TO WRK-FIM.
           ACCEPT WRK-FIM.
           IF WRK-FIM NOT EQUAL SPACES
               MOVE 'D' TO VAL-FUNCAO
               MOVE WRK-FIM TO VAL-VALOR
               CALL "ARQ033" USING WRK-VAL-PARAMETROS
               IF VAL-RESULTADO NOT EQUAL 'S'
                   DISPLAY "DATA INVALIDA -- " VAL-MENSAGEM
                   MOVE 'N' TO WRK-ENTRADA-OK
               ELSE
                   IF WRK-FIM < WRK-PRIMEIRA
                       DISPLAY "DATA FINAL ANTERIOR A PRIMEIRA GERACAO"
                       MOVE 'N' TO WRK-ENTRADA-OK
                   END-IF
               END-IF
           END-IF.

       0230-ACEITA-VENDEDOR SECTION.
      *==  CODIGO INFORMADO TEM QUE EXISTIR NA TABELA; SEM CODIGO O
      *==  VENDEDOR SAI DO TERRITORIO NO DIA DE CADA GERACAO
           DISPLAY "CODIGO DO VENDEDOR (ENTER=TERRITORIO)...".
           MOVE SPACES TO WRK-VENDEDOR.
           ACCEPT WRK-VENDEDOR.
           MOVE FUNCTION UPPER-CASE(WRK-VENDEDOR) TO WRK-VENDEDOR.
           IF WRK-VENDEDOR NOT EQUAL SPACES
               MOVE 'N' TO WRK-VDD-ACHADO
               OPEN INPUT VENDEDORES
               IF FS-VENDEDORES EQUAL 00
                   READ VENDEDORES
                   PERFORM UNTIL FS-VENDEDORES NOT EQUAL 00
                           OR WRK-VDD-ACHADO EQUAL 'S'
                       IF VDD-CODIGO EQUAL WRK-VENDEDOR
                           DISPLAY "VENDEDOR...   " VDD-NOME
                           MOVE 'S' TO WRK-VDD-ACHADO
                       END-IF
                       READ VENDEDORES
                   END-PERFORM
                   CLOSE VENDEDORES
               END-IF
               IF WRK-VDD-ACHADO NOT EQUAL 'S'
                   DISPLAY "VENDEDOR NAO CADASTRADO"
                   MOVE 'N' TO WRK-ENTRADA-OK
               END-IF
           END-IF.

       0235-ACEITA-CONDICAO SECTION.
      *==  O CODIGO TEM QUE EXISTIR NA TABELA DO ARQ110 -- ENTER =
      *==  PARCELA UNICA A 30 DIAS
           DISPLAY "CONDICAO DE PAGAMENTO (ENTER=PARCELA UNICA)...".
           MOVE SPACES TO WRK-CONDICAO.
           ACCEPT WRK-CONDICAO.
           MOVE FUNCTION UPPER-CASE(WRK-CONDICAO) TO WRK-CONDICAO.
           IF WRK-CONDICAO NOT EQUAL SPACES
               MOVE 'N' TO WRK-CONDICAO-ACHADA
               OPEN INPUT CONDICOES
               IF FS-CONDICOES EQUAL 00
                   READ CONDICOES
                   PERFORM UNTIL FS-CONDICOES NOT EQUAL 00
                           OR WRK-CONDICAO-ACHADA EQUAL 'S'
                       IF CPG-CODIGO EQUAL WRK-CONDICAO
                           DISPLAY "CONDICAO...   " CPG-DESCRICAO
                           MOVE 'S' TO WRK-CONDICAO-ACHADA
                       END-IF
                       READ CONDICOES
                   END-PERFORM
                   CLOSE CONDICOES
               END-IF
               IF WRK-CONDICAO-ACHADA NOT EQUAL 'S'
                   DISPLAY "CONDICAO PAGTO NAO CADASTRADA"
                   MOVE 'N' TO WRK-ENTRADA-OK
               END-IF
           END-IF.

       0240-GRAVA-PROGRAMACAO SECTION.
           DISPLAY "CONFIRMA PROGRAMACAO (S/N)...".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               PERFORM 0245-GERA-NUMERO
               PERFORM 0280-LE-OPERADOR-SESSAO
               MOVE SPACES TO REG-PROGRAMADO
               MOVE WRK-ID TO PRG-ID-CLIENTE
               ADD 1 TO WRK-ULTIMO-NUMERO GIVING PRG-NUMERO
               MOVE WRK-FREQUENCIA TO PRG-FREQUENCIA
               MOVE WRK-DIA-MES TO PRG-DIA-MES
               MOVE WRK-PRIMEIRA TO PRG-PROXIMA
               MOVE WRK-FIM TO PRG-FIM
               MOVE WRK-VENDEDOR TO PRG-VENDEDOR
               MOVE WRK-CONDICAO TO PRG-CONDICAO
               MOVE 'A' TO PRG-STATUS
               MOVE WRK-DATA-HOJE TO PRG-DATA-STATUS
               MOVE ZEROS TO PRG-ULTIMO-PEDIDO
               MOVE WRK-OPERADOR TO PRG-OPERADOR
               WRITE REG-PROGRAMADO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PROGRAMACAO"
                   NOT INVALID KEY
                       DISPLAY "PROGRAMACAO GRAVADA -- NUMERO "
                           PRG-NUMERO
                       PERFORM 0247-GRAVA-ITENS
                       MOVE "PROGRAMACAO" TO WRK-SITUACAO
                       PERFORM 0285-GRAVA-LOG-TRANSACAO
               END-WRITE
           ELSE
               DISPLAY "PROGRAMACAO ABANDONADA"
           END-IF.

       0245-GERA-NUMERO SECTION.
      *==  MESMO PERCURSO DE GRUPO DA SEQUENCIA DO PEDIDO -- A ULTIMA
      *==  PROGRAMACAO DO CLIENTE DA O NUMERO DA PROXIMA
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID TO PRG-ID-CLIENTE.
           MOVE ZEROS TO PRG-NUMERO.
           START PROGRAMADOS KEY IS GREATER THAN PRG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ PROGRAMADOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF PRG-ID-CLIENTE EQUAL WRK-ID
                           MOVE PRG-NUMERO TO WRK-ULTIMO-NUMERO
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-PROGRAMADOS.

       0247-GRAVA-ITENS SECTION.
      *==  AS LINHAS HERDAM A CHAVE DO CABECALHO RECEM-GRAVADO
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
               UNTIL WRK-ITEM-IDX > WRK-ITEM-TOTAL
               MOVE PRG-ID-CLIENTE TO PRI-ID-CLIENTE
               MOVE PRG-NUMERO TO PRI-NUMERO
               SET PRI-LINHA TO WRK-ITEM-IDX
               MOVE WRK-ITEM-PRODUTO (WRK-ITEM-IDX) TO PRI-PRODUTO
               MOVE WRK-ITEM-QTDE (WRK-ITEM-IDX) TO PRI-QUANTIDADE
               WRITE REG-PRG-ITEM
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ITEM " PRI-LINHA
               END-WRITE
           END-PERFORM.

       0250-ENCERRA-PROGRAMACAO SECTION.
      *==  A PROGRAMACAO ENCERRADA FICA NO ARQUIVO PARA CONSULTA,
      *==  MAS A CADEIA NOTURNA NAO GERA MAIS PEDIDO DELA
           DISPLAY "DIGITE O NUMERO DA PROGRAMACAO".
           ACCEPT WRK-NUMERO.
           MOVE WRK-ID TO PRG-ID-CLIENTE.
           MOVE WRK-NUMERO TO PRG-NUMERO.
           READ PROGRAMADOS
               INVALID KEY
                   DISPLAY "PROGRAMACAO NAO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM 0265-EXIBE-PROGRAMACAO
                   IF PRG-STATUS NOT EQUAL 'A'
                       DISPLAY "PROGRAMACAO JA ENCERRADA"
                   ELSE
                       PERFORM 0255-CONFIRMA-ENCERRAMENTO
                   END-IF
           END-READ.

       0255-CONFIRMA-ENCERRAMENTO SECTION.
           DISPLAY "CONFIRMA ENCERRAMENTO (S/N)...".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               PERFORM 0280-LE-OPERADOR-SESSAO
               MOVE 'E' TO PRG-STATUS
               MOVE WRK-DATA-HOJE TO PRG-DATA-STATUS
               MOVE WRK-OPERADOR TO PRG-OPERADOR
               REWRITE REG-PROGRAMADO
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR PROGRAMACAO"
                   NOT INVALID KEY
                       DISPLAY "PROGRAMACAO ENCERRADA"
                       MOVE "ENCERRA-PROGRAMACAO" TO WRK-SITUACAO
                       PERFORM 0285-GRAVA-LOG-TRANSACAO
               END-REWRITE
           ELSE
               DISPLAY "OPERACAO ABANDONADA"
           END-IF.

       0260-CONSULTA-PROGRAMACOES SECTION.
           MOVE ZEROS TO WRK-QTDE-PROGRAMACOES.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID TO PRG-ID-CLIENTE.
           MOVE ZEROS TO PRG-NUMERO.
           START PROGRAMADOS KEY IS GREATER THAN PRG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ PROGRAMADOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF PRG-ID-CLIENTE EQUAL WRK-ID
                           ADD 1 TO WRK-QTDE-PROGRAMACOES
                           PERFORM 0265-EXIBE-PROGRAMACAO
                           PERFORM 0270-EXIBE-ITENS
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-PROGRAMADOS.
           IF WRK-QTDE-PROGRAMACOES EQUAL ZEROS
               DISPLAY "CLIENTE SEM PEDIDOS PROGRAMADOS"
           ELSE
               DISPLAY "TOTAL DE PROGRAMACOES...   "
                   WRK-QTDE-PROGRAMACOES
           END-IF.

       0265-EXIBE-PROGRAMACAO SECTION.
           EVALUATE PRG-FREQUENCIA
               WHEN 'S'
                   MOVE "SEMANAL" TO WRK-SITUACAO
               WHEN 'Q'
                   MOVE "QUINZENAL" TO WRK-SITUACAO
               WHEN OTHER
                   MOVE "MENSAL, DIA" TO WRK-SITUACAO
           END-EVALUATE.
           DISPLAY "===============================".
           DISPLAY "PROGRAMACAO.   " PRG-NUMERO.
           IF PRG-FREQUENCIA EQUAL 'M'
               DISPLAY "FREQUENCIA..   " WRK-SITUACAO " " PRG-DIA-MES
           ELSE
               DISPLAY "FREQUENCIA..   " WRK-SITUACAO
           END-IF.
           DISPLAY "PROXIMA.....   " PRG-PROXIMA.
           IF PRG-FIM EQUAL SPACES
               DISPLAY "DATA FINAL..   (SEM DATA FINAL)"
           ELSE
               DISPLAY "DATA FINAL..   " PRG-FIM
           END-IF.
           IF PRG-VENDEDOR EQUAL SPACES
               DISPLAY "VENDEDOR....   (TERRITORIO)"
           ELSE
               DISPLAY "VENDEDOR....   " PRG-VENDEDOR
           END-IF.
           IF PRG-CONDICAO EQUAL SPACES
               DISPLAY "CONDICAO....   (PARCELA UNICA)"
           ELSE
               DISPLAY "CONDICAO....   " PRG-CONDICAO
           END-IF.
           IF PRG-STATUS EQUAL 'A'
               MOVE "ATIVA" TO WRK-SITUACAO
           ELSE
               MOVE "ENCERRADA" TO WRK-SITUACAO
           END-IF.
           DISPLAY "SITUACAO....   " WRK-SITUACAO " "
               PRG-DATA-STATUS.
           IF PRG-ULTIMO-PEDIDO NOT EQUAL ZEROS
               DISPLAY "ULTIMO PED..   " PRG-ULTIMO-PEDIDO " EM "
                   PRG-ULTIMA-GERACAO
           END-IF.

       0270-EXIBE-ITENS SECTION.
      *==  ACESSO ALEATORIO LINHA A LINHA -- AS LINHAS SAO NUMERADAS
      *==  A PARTIR DE 1 SEM BURACOS
           MOVE PRG-ID-CLIENTE TO PRI-ID-CLIENTE.
           MOVE PRG-NUMERO TO PRI-NUMERO.
           MOVE 1 TO PRI-LINHA.
           MOVE 'N' TO WRK-FIM-ITENS.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL 'S'
               READ PRG-ITENS
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ITENS
                   NOT INVALID KEY
                       DISPLAY "   " PRI-LINHA " " PRI-PRODUTO
                           " QTD " PRI-QUANTIDADE
                       ADD 1 TO PRI-LINHA
               END-READ
           END-PERFORM.

       0280-LE-OPERADOR-SESSAO SECTION.
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

       0285-GRAVA-LOG-TRANSACAO SECTION.
           OPEN EXTEND LOG-TRANSACOES.
           IF FS-LOGTRANS EQUAL 35
               OPEN OUTPUT LOG-TRANSACOES
               CLOSE LOG-TRANSACOES
               OPEN EXTEND LOG-TRANSACOES
           END-IF.
           MOVE SPACES TO REG-LOG-TRANSACAO.
           STRING WRK-DATA-HORA DELIMITED BY SIZE
               " ARQ142   " DELIMITED BY SIZE
               WRK-SITUACAO DELIMITED BY SPACE
               " ID=" DELIMITED BY SIZE
               PRG-ID-CLIENTE DELIMITED BY SIZE
               " PRG=" DELIMITED BY SIZE
               PRG-NUMERO DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO REG-LOG-TRANSACAO.
           WRITE REG-LOG-TRANSACAO.
           CLOSE LOG-TRANSACOES.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CLIENTES.
           CLOSE PROGRAMADOS.
           CLOSE PRG-ITENS.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
