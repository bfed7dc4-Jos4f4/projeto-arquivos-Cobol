       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ118 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO MENSAL DE BAIXAS POR PERDA -- LISTA AS
      *==            FATURAS BAIXADAS NO MES (BAIXAS-PERDA, GRAVADO
      *==            NA APROVACAO DO ARQ086) COM OS DOIS OPERADORES E
      *==            TOTALIZA POR UF DO CLIENTE E POR VENDEDOR DO
      *==            PEDIDO, MAIS AS PERDAS RECUPERADAS NO MES
      *==            (ARQ065/ARQ066)
      *==  O MES VEM DE BAIXAS-RELATORIO-PARM.TXT (AAAAMM) -- SEM
      *==  PARAMETRO E O MES ANTERIOR AO DA EXECUCAO, COMO NO ARQ114
      *==  O VENDEDOR E RESOLVIDO COMO NO RELATORIO DE COMISSAO
      *==  (ARQ100): SATELITE PEDIDOS-VENDEDOR E, NA FALTA DELE, A
      *==  CARTEIRA OU O TERRITORIO DO ENDERECO DO CLIENTE VIGENTE NA
      *==  EMISSAO DA FATURA (MODULO ARQ150)
      *==  EM TEST (AMBIENTE.TXT) A TABELA LIDA E A VENDEDORES-TEST.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT BAIXAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-BAIXAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BXP-FAT-NUMERO
               FILE STATUS IS FS-BAIXAS.

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

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

           SELECT PED-VENDEDOR ASSIGN TO
               DYNAMIC WRK-CAMINHO-PDV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDV-CHAVE
               FILE STATUS IS FS-PDV.

           SELECT VENDEDORES ASSIGN TO
               DYNAMIC WRK-CAMINHO-VENDEDORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDEDORES.

           SELECT PARAMETROS ASSIGN TO
               "BAIXAS-RELATORIO-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-BAIXAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD BAIXAS.
       01 REG-BAIXAS.
           COPY BXPREG.

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.

       FD PED-VENDEDOR.
       01 REG-PED-VENDEDOR.
           COPY PDVREG.

       FD VENDEDORES.
       01 REG-VENDEDOR.
           COPY VDDREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-BAIXAS PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PDV PIC 9(02) VALUE ZEROS.
       77 FS-VENDEDORES PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-EXEC PIC X(08) VALUE SPACES.
       77 WRK-FATURAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CLIENTES-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-PDV-ABERTO PIC X(01) VALUE 'N'.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-BAIXAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PDV PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-VENDEDORES PIC X(30) VALUE SPACES.

      *===========MES DE REFERENCIA============================
       77 WRK-MES-REF PIC X(06) VALUE SPACES.
       77 WRK-ANO-N PIC 9(04) VALUE ZEROS.
       77 WRK-MES-N PIC 9(02) VALUE ZEROS.

      *===========TABELA DE VENDEDORES (CARGA UNICA)==========
       01 WRK-TAB-VENDEDORES.
           05 WRK-VDD-ITEM OCCURS 50 TIMES
               INDEXED BY WRK-VDD-IDX.
               10 WRK-VDD-CODIGO  PIC X(03).
               10 WRK-VDD-NOME    PIC X(20).
       77 WRK-VDD-TOTAL PIC 9(02) VALUE ZEROS.

      *===========RESOLUCAO DA BAIXA CORRENTE=================
       77 WRK-VENDEDOR PIC X(03) VALUE SPACES.
       77 WRK-UF PIC X(02) VALUE SPACES.
       01 WRK-VVP-PARAMETROS.
           COPY VVPPRM.
       77 WRK-ID-CLIENTE PIC 9(07) VALUE ZEROS.
       77 WRK-SITUACAO PIC X(10) VALUE SPACES.

      *===========TOTAIS POR UF E POR VENDEDOR================
       01 WRK-TAB-UF.
           05 WRK-TUF-ITEM OCCURS 30 TIMES
               INDEXED BY WRK-TUF-IDX.
               10 WRK-TUF-UF      PIC X(02).
               10 WRK-TUF-QTDE    PIC 9(05).
               10 WRK-TUF-VALOR   PIC 9(09)V99.
       77 WRK-TUF-TOTAL PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-VEND.
           05 WRK-TVD-ITEM OCCURS 51 TIMES
               INDEXED BY WRK-TVD-IDX.
               10 WRK-TVD-VENDEDOR PIC X(03).
               10 WRK-TVD-QTDE     PIC 9(05).
               10 WRK-TVD-VALOR    PIC 9(09)V99.
       77 WRK-TVD-TOTAL PIC 9(02) VALUE ZEROS.
       77 WRK-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-NOME-VENDEDOR PIC X(20) VALUE SPACES.

      *===========TOTAIS DO RELATORIO=========================
       77 WRK-TOT-BAIXADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-RECUPERADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-EDIT PIC ZZZZZZZZ9.99.
       77 WRK-QTDE-EDIT PIC ZZZZ9.

      *===========LINHAS DO RELATORIO=========================
       01 WRK-LINHA-TITULO.
           05 FILLER PIC X(08) VALUE "FATURA  ".
           05 FILLER PIC X(08) VALUE "CLIENTE ".
           05 FILLER PIC X(09) VALUE "VENCTO   ".
           05 FILLER PIC X(09) VALUE "BAIXA    ".
           05 FILLER PIC X(03) VALUE "UF ".
           05 FILLER PIC X(04) VALUE "VDD ".
           05 FILLER PIC X(11) VALUE "      VALOR".
           05 FILLER PIC X(05) VALUE " PROP".
           05 FILLER PIC X(05) VALUE " APRV".
           05 FILLER PIC X(11) VALUE " SITUACAO".
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-FATURA     PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-CLIENTE    PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-VENCTO     PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-BAIXA      PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-UF         PIC X(02).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-VENDEDOR   PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-VALOR      PIC ZZZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-PROPOS     PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-APROVOU    PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-SITUACAO   PIC X(10).

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-BAIXADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-RECUPERADAS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-EXEC.
           PERFORM 0105-LE-PARAMETROS.
           OPEN INPUT BAIXAS.
           IF FS-BAIXAS NOT EQUAL 00
               MOVE "NENHUMA BAIXA POR PERDA" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
      *==  SEM FATURAS OU CLIENTES A BAIXA SAI COM UF E VENDEDOR
      *==  NAO RESOLVIDOS ("??" E "???")
           OPEN INPUT FATURAS.
           IF FS-FATURAS EQUAL 00
               MOVE 'S' TO WRK-FATURAS-ABERTO
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE 'S' TO WRK-CLIENTES-ABERTO
           END-IF.
           OPEN INPUT PED-VENDEDOR.
           IF FS-PDV EQUAL 00
               MOVE 'S' TO WRK-PDV-ABERTO
           END-IF.
           PERFORM 0110-CARREGA-VENDEDORES.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0310-IMPRIME-CABECALHO.

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
                   MOVE "BAIXAS-PERDA-TEST.txt" TO WRK-CAMINHO-BAIXAS
                   MOVE "FATURAS-TEST.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-VENDEDOR-TEST.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "VENDEDORES-TEST.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN "DEV"
                   MOVE "BAIXAS-PERDA-DEV.txt" TO WRK-CAMINHO-BAIXAS
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-VENDEDOR-DEV.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN OTHER
                   MOVE "\BAIXAS-PERDA.txt" TO WRK-CAMINHO-BAIXAS
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS-VENDEDOR.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
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
               CLOSE PARAMETROS
           END-IF.
           IF WRK-MES-REF EQUAL SPACES
               MOVE WRK-DATA-EXEC (1:4) TO WRK-ANO-N
               MOVE WRK-DATA-EXEC (5:2) TO WRK-MES-N
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

       0110-CARREGA-VENDEDORES SECTION.
           OPEN INPUT VENDEDORES.
           IF FS-VENDEDORES EQUAL 00
               READ VENDEDORES
               PERFORM UNTIL FS-VENDEDORES NOT EQUAL 00
                   IF WRK-VDD-TOTAL < 50
                       ADD 1 TO WRK-VDD-TOTAL
                       MOVE VDD-CODIGO TO
                           WRK-VDD-CODIGO (WRK-VDD-TOTAL)
                       MOVE VDD-NOME TO
                           WRK-VDD-NOME (WRK-VDD-TOTAL)
                   END-IF
                   READ VENDEDORES
               END-PERFORM
               CLOSE VENDEDORES
           END-IF.

       0200-PROCESS SECTION.
           READ BAIXAS.
           PERFORM UNTIL FS-BAIXAS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDOS
               IF BXP-DATA-BAIXA (1:6) EQUAL WRK-MES-REF
                   PERFORM 0210-IMPRIME-BAIXA
               END-IF
               IF BXP-STATUS EQUAL 'R'
                   AND BXP-DATA-RECUPER (1:6) EQUAL WRK-MES-REF
                   ADD 1 TO WRK-ACUM-RECUPERADAS
                   ADD BXP-VALOR-RECUPER TO WRK-TOT-RECUPERADO
               END-IF
               READ BAIXAS
           END-PERFORM.

       0210-IMPRIME-BAIXA SECTION.
           ADD 1 TO WRK-ACUM-BAIXADAS.
           ADD BXP-VALOR TO WRK-TOT-BAIXADO.
           PERFORM 0220-RESOLVE-UF-VENDEDOR.
           PERFORM 0240-ACUMULA-UF.
           PERFORM 0250-ACUMULA-VENDEDOR.
           IF BXP-STATUS EQUAL 'R'
               MOVE "RECUPERADA" TO WRK-SITUACAO
           ELSE
               MOVE "BAIXADA" TO WRK-SITUACAO
           END-IF.
           MOVE BXP-FAT-NUMERO TO WRK-LIN-FATURA.
           MOVE WRK-ID-CLIENTE TO WRK-LIN-CLIENTE.
           MOVE BXP-DATA-VENCTO TO WRK-LIN-VENCTO.
           MOVE BXP-DATA-BAIXA TO WRK-LIN-BAIXA.
           MOVE WRK-UF TO WRK-LIN-UF.
           MOVE WRK-VENDEDOR TO WRK-LIN-VENDEDOR.
           MOVE BXP-VALOR TO WRK-LIN-VALOR.
           MOVE BXP-OPER-PROPOS TO WRK-LIN-PROPOS.
           MOVE BXP-OPER-APROVOU TO WRK-LIN-APROVOU.
           MOVE WRK-SITUACAO TO WRK-LIN-SITUACAO.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0220-RESOLVE-UF-VENDEDOR SECTION.
      *==  FATURA -> PEDIDO DE ORIGEM -> SATELITE DO VENDEDOR; O
      *==  CLIENTE DA A UF E, NA FALTA DO SATELITE, O TERRITORIO
           MOVE ZEROS TO WRK-ID-CLIENTE.
           MOVE SPACES TO WRK-UF.
           MOVE SPACES TO WRK-VENDEDOR.
           MOVE 'N' TO WRK-ACHADO.
           IF WRK-FATURAS-ABERTO EQUAL 'S'
               MOVE BXP-FAT-NUMERO TO FAT-NUMERO
               READ FATURAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHADO
                       MOVE FAT-ID-CLIENTE TO WRK-ID-CLIENTE
               END-READ
           END-IF.
           IF WRK-ACHADO EQUAL 'S' AND WRK-PDV-ABERTO EQUAL 'S'
               MOVE FAT-ID-CLIENTE TO PDV-ID-CLIENTE
               MOVE FAT-SEQUENCIA TO PDV-SEQUENCIA
               READ PED-VENDEDOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PDV-VENDEDOR TO WRK-VENDEDOR
               END-READ
           END-IF.
           IF WRK-ACHADO EQUAL 'S' AND WRK-CLIENTES-ABERTO EQUAL 'S'
               MOVE FAT-ID-CLIENTE TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-UF TO WRK-UF
                       IF WRK-VENDEDOR EQUAL SPACES
                           PERFORM 0230-VENDEDOR-VIGENTE
                       END-IF
               END-READ
           END-IF.
           IF WRK-UF EQUAL SPACES
               MOVE "??" TO WRK-UF
           END-IF.
           IF WRK-VENDEDOR EQUAL SPACES
               MOVE "???" TO WRK-VENDEDOR
           END-IF.

       0230-VENDEDOR-VIGENTE SECTION.
      *==  A FATURA E EMITIDA NO FATURAMENTO DO PEDIDO -- A EMISSAO
      *==  DA A DATA DE VIGENCIA DO TERRITORIO
           MOVE 'V' TO VVP-FUNCAO.
           MOVE REG-ID TO VVP-ID-CLIENTE.
           MOVE REG-UF TO VVP-UF.
           MOVE REG-CEP TO VVP-CEP.
           MOVE FAT-DATA-EMISSAO TO VVP-DATA.
           CALL "ARQ150" USING WRK-VVP-PARAMETROS.
           MOVE VVP-VENDEDOR TO WRK-VENDEDOR.

       0240-ACUMULA-UF SECTION.
           MOVE 'N' TO WRK-ACHADO.
           PERFORM VARYING WRK-TUF-IDX FROM 1 BY 1
               UNTIL WRK-TUF-IDX > WRK-TUF-TOTAL
                   OR WRK-ACHADO EQUAL 'S'
               IF WRK-TUF-UF (WRK-TUF-IDX) EQUAL WRK-UF
                   MOVE 'S' TO WRK-ACHADO
                   ADD 1 TO WRK-TUF-QTDE (WRK-TUF-IDX)
                   ADD BXP-VALOR TO WRK-TUF-VALOR (WRK-TUF-IDX)
               END-IF
           END-PERFORM.
           IF WRK-ACHADO EQUAL 'N' AND WRK-TUF-TOTAL < 30
               ADD 1 TO WRK-TUF-TOTAL
               MOVE WRK-UF TO WRK-TUF-UF (WRK-TUF-TOTAL)
               MOVE 1 TO WRK-TUF-QTDE (WRK-TUF-TOTAL)
               MOVE BXP-VALOR TO WRK-TUF-VALOR (WRK-TUF-TOTAL)
           END-IF.

       0250-ACUMULA-VENDEDOR SECTION.
           MOVE 'N' TO WRK-ACHADO.
           PERFORM VARYING WRK-TVD-IDX FROM 1 BY 1
               UNTIL WRK-TVD-IDX > WRK-TVD-TOTAL
                   OR WRK-ACHADO EQUAL 'S'
               IF WRK-TVD-VENDEDOR (WRK-TVD-IDX) EQUAL WRK-VENDEDOR
                   MOVE 'S' TO WRK-ACHADO
                   ADD 1 TO WRK-TVD-QTDE (WRK-TVD-IDX)
                   ADD BXP-VALOR TO WRK-TVD-VALOR (WRK-TVD-IDX)
               END-IF
           END-PERFORM.
           IF WRK-ACHADO EQUAL 'N' AND WRK-TVD-TOTAL < 51
               ADD 1 TO WRK-TVD-TOTAL
               MOVE WRK-VENDEDOR TO WRK-TVD-VENDEDOR (WRK-TVD-TOTAL)
               MOVE 1 TO WRK-TVD-QTDE (WRK-TVD-TOTAL)
               MOVE BXP-VALOR TO WRK-TVD-VALOR (WRK-TVD-TOTAL)
           END-IF.

       0300-FINISH SECTION.
           CLOSE BAIXAS.
           IF WRK-FATURAS-ABERTO EQUAL 'S'
               CLOSE FATURAS
           END-IF.
           IF WRK-CLIENTES-ABERTO EQUAL 'S'
               CLOSE CLIENTES
           END-IF.
           IF WRK-PDV-ABERTO EQUAL 'S'
               CLOSE PED-VENDEDOR
           END-IF.
           PERFORM 0320-IMPRIME-POR-UF.
           PERFORM 0330-IMPRIME-POR-VENDEDOR.
           PERFORM 0350-IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "MES DE REFERENCIA....: " WRK-MES-REF.
           DISPLAY "BAIXAS LIDAS.........: " WRK-ACUM-LIDOS.
           DISPLAY "BAIXADAS NO MES......: " WRK-ACUM-BAIXADAS.
           DISPLAY "RECUPERADAS NO MES...: " WRK-ACUM-RECUPERADAS.
           DISPLAY "RELATORIO EM RELATORIO-BAIXAS.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-IMPRIME-CABECALHO SECTION.
           MOVE "RELATORIO MENSAL DE BAIXAS POR PERDA" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA: " DELIMITED BY SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               "   MES: " DELIMITED BY SIZE
               WRK-MES-REF DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0320-IMPRIME-POR-UF SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "BAIXADO NO MES POR UF" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-TUF-IDX FROM 1 BY 1
               UNTIL WRK-TUF-IDX > WRK-TUF-TOTAL
               MOVE WRK-TUF-QTDE (WRK-TUF-IDX) TO WRK-QTDE-EDIT
               MOVE WRK-TUF-VALOR (WRK-TUF-IDX) TO WRK-TOTAL-EDIT
               MOVE SPACES TO REG-RELATORIO
               STRING "  UF " DELIMITED BY SIZE
                   WRK-TUF-UF (WRK-TUF-IDX) DELIMITED BY SIZE
                   "  FATURAS: " DELIMITED BY SIZE
                   WRK-QTDE-EDIT DELIMITED BY SIZE
                   "  VALOR: " DELIMITED BY SIZE
                   WRK-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.

       0330-IMPRIME-POR-VENDEDOR SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "BAIXADO NO MES POR VENDEDOR" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-TVD-IDX FROM 1 BY 1
               UNTIL WRK-TVD-IDX > WRK-TVD-TOTAL
               PERFORM 0335-ACHA-NOME-VENDEDOR
               MOVE WRK-TVD-QTDE (WRK-TVD-IDX) TO WRK-QTDE-EDIT
               MOVE WRK-TVD-VALOR (WRK-TVD-IDX) TO WRK-TOTAL-EDIT
               MOVE SPACES TO REG-RELATORIO
               STRING "  " DELIMITED BY SIZE
                   WRK-TVD-VENDEDOR (WRK-TVD-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-NOME-VENDEDOR DELIMITED BY SIZE
                   "  FATURAS: " DELIMITED BY SIZE
                   WRK-QTDE-EDIT DELIMITED BY SIZE
                   "  VALOR: " DELIMITED BY SIZE
                   WRK-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.

       0335-ACHA-NOME-VENDEDOR SECTION.
           MOVE "SEM VENDEDOR" TO WRK-NOME-VENDEDOR.
           PERFORM VARYING WRK-VDD-IDX FROM 1 BY 1
               UNTIL WRK-VDD-IDX > WRK-VDD-TOTAL
               IF WRK-VDD-CODIGO (WRK-VDD-IDX) EQUAL
                   WRK-TVD-VENDEDOR (WRK-TVD-IDX)
                   MOVE WRK-VDD-NOME (WRK-VDD-IDX) TO
                       WRK-NOME-VENDEDOR
               END-IF
           END-PERFORM.

       0350-IMPRIME-TOTAIS SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-BAIXADO TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL BAIXADO NO MES.........: " DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOT-RECUPERADO TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RECUPERADO NO MES............: " DELIMITED BY SIZE
               WRK-TOTAL-EDIT DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
