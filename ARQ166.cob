       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ166 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO TRIMESTRAL DE RETENCAO POR COORTE DE
      *==            CADASTRO -- AGRUPA OS CLIENTES PELO MES DO
      *==            REG-DATA-CADASTRO (24 MESES ATE O FIM DO
      *==            TRIMESTRE) E MOSTRA, PARA CADA MES, QUANTOS
      *==            CONTINUAVAM ATIVOS NO FIM DO TRIMESTRE, QUANTOS
      *==            FIZERAM AO MENOS UM PEDIDO E QUANTOS COMPRARAM EM
      *==            CADA TRIMESTRE CONTADO A PARTIR DO CADASTRO; TOTAIS
      *==            POR UF E POR VENDEDOR NO FIM DO RELATORIO
      *==  O TRIMESTRE VEM DE COORTE-PARM.TXT (AAAAMM DO ULTIMO MES:
      *==  03, 06, 09 OU 12) -- SEM PARAMETRO VALIDO E O ULTIMO
      *==  TRIMESTRE FECHADO ANTES DO MES DA EXECUCAO
      *==  FONTES: CADASTRO VIVO, EXPURGADOS (CLIENTES-HISTORICO), OS
      *==  PEDIDOS E O HISTORICO DE PEDIDOS (CANCELADOS NAO CONTAM) E
      *==  AS MUDANCAS DE STATUS DO CLIENTES-LOG.TXT; TUDO PASSA POR
      *==  UM SORT POR CLIENTE (COMO NO ARQ096) E E APURADO NA
      *==  QUEBRA DE CLIENTE
      *==  TR1 = MES DO CADASTRO E OS DOIS SEGUINTES, TR2 = 4O AO 6O
      *==  MES E ASSIM POR DIANTE ATE TR8; TRIMESTRE AINDA NAO
      *==  INICIADO NO FIM DO PERIODO SAI COMO "-"
      *==  RETIDO (QUEBRA POR UF E VENDEDOR) = COMPROU DO TR2 EM DIANTE
      *==  O VENDEDOR E O VIGENTE NA DATA DO CADASTRO (MODULO ARQ150)
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
               ACCESS MODE IS SEQUENTIAL
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS FS-PEDIDOS.

           SELECT HISTORICO ASSIGN TO
               "CLIENTES-HISTORICO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT PEDIDOS-HISTORICO ASSIGN TO
               "PEDIDOS-HISTORICO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PED-HIST.

           SELECT LOG-TRANSACOES ASSIGN TO
               "CLIENTES-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOGTRANS.

           SELECT VENDEDORES ASSIGN TO
               DYNAMIC WRK-CAMINHO-VENDEDORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDEDORES.

           SELECT PARAMETROS ASSIGN TO
               "COORTE-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT SORT-WORK ASSIGN TO
               "SORTWORK-COORTE".

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-COORTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

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

       FD HISTORICO.
       01 REG-HISTORICO.
           COPY CLIREG REPLACING LEADING ==REG-== BY ==HST-==.

       FD PEDIDOS-HISTORICO.
       01 REG-PED-HISTORICO.
           COPY PEDREG REPLACING LEADING ==PED-== BY ==HPD-==.

       FD LOG-TRANSACOES.
       01 REG-LOG-TRANSACAO PIC X(80).

       FD VENDEDORES.
       01 REG-VENDEDOR.
           COPY VDDREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

      *==  TIPO: C=CADASTRO VIVO  H=EXPURGADO  P=PEDIDO
      *==  S=MUDANCA DE STATUS (A=RESTAURACAO  I=INATIVACAO
      *==  E=EXPURGO  L=ANONIMIZACAO) -- O CADASTRO (C/H) CHEGA
      *==  ANTES DOS PEDIDOS E DO STATUS DO MESMO CLIENTE
       SD SORT-WORK.
       01 SD-EVENTO.
           05 SD-ID          PIC 9(07).
           05 SD-TIPO        PIC X(01).
           05 SD-DATA        PIC X(08).
           05 SD-STATUS      PIC X(01).
           05 SD-UF          PIC X(02).
           05 SD-CEP         PIC X(08).

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-HISTORICO PIC 9(02) VALUE ZEROS.
       77 FS-PED-HIST PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 FS-VENDEDORES PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-EXEC PIC X(08) VALUE SPACES.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
       77 WRK-PRIMEIRO PIC X(01) VALUE 'S'.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-VENDEDORES PIC X(30) VALUE SPACES.

      *===========PERIODO DO RELATORIO========================
       77 WRK-MES-FIM PIC X(06) VALUE SPACES.
       77 WRK-MES-INICIO PIC X(06) VALUE SPACES.
       77 WRK-ANO-N PIC 9(04) VALUE ZEROS.
       77 WRK-MES-N PIC 9(02) VALUE ZEROS.
       77 WRK-NUM-FIM PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-INICIO PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-MES PIC 9(06) VALUE ZEROS.
       01 WRK-MES-CALC.
           05 WRK-MES-CALC-ANO PIC 9(04).
           05 WRK-MES-CALC-MES PIC 9(02).

      *===========LEITURA DO LOG DE TRANSACOES================
       77 WRK-TIMESTAMP PIC X(14) VALUE SPACES.
       77 WRK-PROGRAMA-LOG PIC X(08) VALUE SPACES.
       77 WRK-OPERACAO PIC X(20) VALUE SPACES.
       77 WRK-RESTO PIC X(40) VALUE SPACES.
       77 WRK-ID-ALFA PIC X(07) VALUE SPACES.
       77 WRK-ID-LOG PIC 9(07) VALUE ZEROS.
       77 WRK-STATUS-LOG PIC X(01) VALUE SPACES.

      *===========TABELA DE VENDEDORES (CARGA UNICA)==========
       01 WRK-TAB-VENDEDORES.
           05 WRK-VDD-ITEM OCCURS 50 TIMES
               INDEXED BY WRK-VDD-IDX.
               10 WRK-VDD-CODIGO  PIC X(03).
               10 WRK-VDD-NOME    PIC X(20).
       77 WRK-VDD-TOTAL PIC 9(02) VALUE ZEROS.

      *===========APURACAO DO CLIENTE CORRENTE================
       77 WRK-ID-ATUAL PIC 9(07) VALUE ZEROS.
       77 WRK-CLI-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-CLI-DATA-CAD PIC X(08) VALUE SPACES.
       77 WRK-CLI-UF PIC X(02) VALUE SPACES.
       77 WRK-CLI-CEP PIC X(08) VALUE SPACES.
       77 WRK-CLI-STATUS PIC X(01) VALUE SPACES.
       77 WRK-STATUS-CORTE PIC X(01) VALUE SPACES.
       77 WRK-EVENTO-POSTERIOR PIC X(01) VALUE 'N'.
       77 WRK-NUM-CADASTRO PIC 9(06) VALUE ZEROS.
       77 WRK-MESES-APOS PIC 9(06) VALUE ZEROS.
       77 WRK-COORTE PIC 9(02) VALUE ZEROS.
       77 WRK-JAN PIC 9(02) VALUE ZEROS.
       01 WRK-JANELAS-CLIENTE.
           05 WRK-JAN-COMPROU PIC X(01) OCCURS 8 TIMES.
       77 WRK-SOMA-ATIVO PIC 9(01) VALUE ZEROS.
       77 WRK-SOMA-COMPROU PIC 9(01) VALUE ZEROS.
       77 WRK-SOMA-RETIDO PIC 9(01) VALUE ZEROS.
       77 WRK-VENDEDOR PIC X(03) VALUE SPACES.
       77 WRK-UF PIC X(02) VALUE SPACES.
       01 WRK-VVP-PARAMETROS.
           COPY VVPPRM.

      *===========TOTAIS POR COORTE (MES DE CADASTRO)=========
       01 WRK-TAB-COORTES.
           05 WRK-TCO-ITEM OCCURS 24 TIMES
               INDEXED BY WRK-TCO-IDX.
               10 WRK-TCO-MES         PIC X(06).
               10 WRK-TCO-NUM-MES     PIC 9(06).
               10 WRK-TCO-CADASTRADOS PIC 9(05).
               10 WRK-TCO-ATIVOS      PIC 9(05).
               10 WRK-TCO-COMPRARAM   PIC 9(05).
               10 WRK-TCO-JANELA      PIC 9(05) OCCURS 8 TIMES.
       01 WRK-TOT-COORTES.
           05 WRK-TOT-CADASTRADOS PIC 9(06) VALUE ZEROS.
           05 WRK-TOT-ATIVOS      PIC 9(06) VALUE ZEROS.
           05 WRK-TOT-COMPRARAM   PIC 9(06) VALUE ZEROS.
           05 WRK-TOT-JANELA      PIC 9(06) OCCURS 8 TIMES.

      *===========TOTAIS POR UF E POR VENDEDOR================
       01 WRK-TAB-UF.
           05 WRK-TUF-ITEM OCCURS 30 TIMES
               INDEXED BY WRK-TUF-IDX.
               10 WRK-TUF-UF          PIC X(02).
               10 WRK-TUF-CADASTRADOS PIC 9(05).
               10 WRK-TUF-ATIVOS      PIC 9(05).
               10 WRK-TUF-COMPRARAM   PIC 9(05).
               10 WRK-TUF-RETIDOS     PIC 9(05).
       77 WRK-TUF-TOTAL PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-VEND.
           05 WRK-TVD-ITEM OCCURS 51 TIMES
               INDEXED BY WRK-TVD-IDX.
               10 WRK-TVD-VENDEDOR    PIC X(03).
               10 WRK-TVD-CADASTRADOS PIC 9(05).
               10 WRK-TVD-ATIVOS      PIC 9(05).
               10 WRK-TVD-COMPRARAM   PIC 9(05).
               10 WRK-TVD-RETIDOS     PIC 9(05).
       77 WRK-TVD-TOTAL PIC 9(02) VALUE ZEROS.
       77 WRK-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-NOME-VENDEDOR PIC X(20) VALUE SPACES.

      *===========LINHAS DO RELATORIO=========================
       77 WRK-QTDE-EDIT PIC ZZZZ9.
       77 WRK-CAD-EDIT PIC ZZZZ9.
       77 WRK-ATV-EDIT PIC ZZZZ9.
       77 WRK-CMP-EDIT PIC ZZZZ9.
       77 WRK-RET-EDIT PIC ZZZZ9.
       01 WRK-LINHA-TITULO.
           05 FILLER PIC X(06) VALUE "MES   ".
           05 FILLER PIC X(07) VALUE " CADAST".
           05 FILLER PIC X(07) VALUE " ATIVOS".
           05 FILLER PIC X(07) VALUE " COMPRA".
           05 FILLER PIC X(24) VALUE "   TR1   TR2   TR3   TR4".
           05 FILLER PIC X(24) VALUE "   TR5   TR6   TR7   TR8".
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-MES        PIC X(06).
           05 WRK-LIN-CADASTRADOS PIC Z(06)9.
           05 WRK-LIN-ATIVOS     PIC Z(06)9.
           05 WRK-LIN-COMPRARAM  PIC Z(06)9.
           05 WRK-LIN-JANELA     PIC X(06) OCCURS 8 TIMES.
       77 WRK-JANELA-EDIT PIC Z(05)9.

      *================ACUMULADORES===================================
       77 WRK-ACUM-CLIENTES PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-EXPURGADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-PEDIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-ACUM-STATUS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-COORTES PIC 9(06) VALUE ZEROS.

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
           PERFORM 0108-MONTA-COORTES.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0110-CARREGA-VENDEDORES.
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
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-TEST.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "VENDEDORES-TEST.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-DEV.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
           END-EVALUATE.

       0105-LE-PARAMETROS SECTION.
      *==  SO VALE O ULTIMO MES DE UM TRIMESTRE; SEM ISSO VOLTA AO
      *==  ULTIMO TRIMESTRE FECHADO ANTES DO MES DA EXECUCAO
           MOVE SPACES TO WRK-MES-FIM.
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS EQUAL 00
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-PARAMETRO (1:6) IS NUMERIC
                           AND (REG-PARAMETRO (5:2) EQUAL "03"
                               OR REG-PARAMETRO (5:2) EQUAL "06"
                               OR REG-PARAMETRO (5:2) EQUAL "09"
                               OR REG-PARAMETRO (5:2) EQUAL "12")
                           MOVE REG-PARAMETRO (1:6) TO WRK-MES-FIM
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
           IF WRK-MES-FIM EQUAL SPACES
               MOVE WRK-DATA-EXEC (1:4) TO WRK-ANO-N
               MOVE WRK-DATA-EXEC (5:2) TO WRK-MES-N
               PERFORM 0107-RECUA-UM-MES
               PERFORM UNTIL FUNCTION MOD(WRK-MES-N, 3) EQUAL ZERO
                   PERFORM 0107-RECUA-UM-MES
               END-PERFORM
               MOVE WRK-ANO-N TO WRK-MES-FIM (1:4)
               MOVE WRK-MES-N TO WRK-MES-FIM (5:2)
           END-IF.

       0107-RECUA-UM-MES SECTION.
           IF WRK-MES-N EQUAL 1
               MOVE 12 TO WRK-MES-N
               SUBTRACT 1 FROM WRK-ANO-N
           ELSE
               SUBTRACT 1 FROM WRK-MES-N
           END-IF.

       0108-MONTA-COORTES SECTION.
      *==  AS 24 COORTES VAO DO 23O MES ANTES DO FIM DO TRIMESTRE
      *==  ATE ELE; O NUMERO DO MES (ANO * 12 + MES) DA A DISTANCIA
      *==  ENTRE O CADASTRO E O PEDIDO
           MOVE WRK-MES-FIM TO WRK-MES-CALC.
           PERFORM 0109-NUMERO-DO-MES.
           MOVE WRK-NUM-MES TO WRK-NUM-FIM.
           COMPUTE WRK-NUM-INICIO = WRK-NUM-FIM - 23.
           MOVE WRK-MES-FIM (1:4) TO WRK-ANO-N.
           MOVE WRK-MES-FIM (5:2) TO WRK-MES-N.
           PERFORM VARYING WRK-TCO-IDX FROM 24 BY -1
               UNTIL WRK-TCO-IDX < 1
               MOVE WRK-ANO-N TO WRK-TCO-MES (WRK-TCO-IDX) (1:4)
               MOVE WRK-MES-N TO WRK-TCO-MES (WRK-TCO-IDX) (5:2)
               COMPUTE WRK-TCO-NUM-MES (WRK-TCO-IDX) =
                   WRK-NUM-INICIO + WRK-TCO-IDX - 1
               MOVE ZEROS TO WRK-TCO-CADASTRADOS (WRK-TCO-IDX)
               MOVE ZEROS TO WRK-TCO-ATIVOS (WRK-TCO-IDX)
               MOVE ZEROS TO WRK-TCO-COMPRARAM (WRK-TCO-IDX)
               PERFORM VARYING WRK-JAN FROM 1 BY 1 UNTIL WRK-JAN > 8
                   MOVE ZEROS TO WRK-TCO-JANELA (WRK-TCO-IDX WRK-JAN)
               END-PERFORM
               PERFORM 0107-RECUA-UM-MES
           END-PERFORM.
           MOVE WRK-TCO-MES (1) TO WRK-MES-INICIO.
           PERFORM VARYING WRK-JAN FROM 1 BY 1 UNTIL WRK-JAN > 8
               MOVE ZEROS TO WRK-TOT-JANELA (WRK-JAN)
           END-PERFORM.

       0109-NUMERO-DO-MES SECTION.
           COMPUTE WRK-NUM-MES =
               WRK-MES-CALC-ANO * 12 + WRK-MES-CALC-MES.

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
           SORT SORT-WORK
               ON ASCENDING KEY SD-ID SD-TIPO SD-DATA
               INPUT PROCEDURE 0210-LIBERA-EVENTOS
               OUTPUT PROCEDURE 0250-APURA-COORTES.

       0210-LIBERA-EVENTOS SECTION.
           PERFORM 0212-LIBERA-CADASTRO.
           PERFORM 0214-LIBERA-EXPURGADOS.
           PERFORM 0216-LIBERA-PEDIDOS.
           PERFORM 0218-LIBERA-PED-HISTORICO.
           PERFORM 0220-LIBERA-STATUS.

       0212-LIBERA-CADASTRO SECTION.
      *==  SO ENTRA NO SORT O CLIENTE CADASTRADO DENTRO DOS 24
      *==  MESES -- PEDIDO OU STATUS SEM CADASTRO NA QUEBRA E
      *==  DESPREZADO
           READ CLIENTES.
           PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
               IF REG-DATA-CADASTRO (1:6) IS NUMERIC
                   AND REG-DATA-CADASTRO (1:6) >= WRK-MES-INICIO
                   AND REG-DATA-CADASTRO (1:6) <= WRK-MES-FIM
                   ADD 1 TO WRK-ACUM-CLIENTES
                   MOVE REG-ID TO SD-ID
                   MOVE 'C' TO SD-TIPO
                   MOVE REG-DATA-CADASTRO TO SD-DATA
                   MOVE REG-STATUS TO SD-STATUS
                   MOVE REG-UF TO SD-UF
                   MOVE REG-CEP TO SD-CEP
                   RELEASE SD-EVENTO
               END-IF
               READ CLIENTES
           END-PERFORM.
           CLOSE CLIENTES.

       0214-LIBERA-EXPURGADOS SECTION.
      *==  EXPURGADO (ARQ017) CONTA NA COORTE DO SEU CADASTRO COMO
      *==  NAO ATIVO; LINHA NO FORMATO ANTIGO (SEM A IMAGEM
      *==  COMPLETA, VIDE ARQ050) NAO TRAZ A DATA E FICA DE FORA
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO EQUAL 00
               READ HISTORICO
               PERFORM UNTIL FS-HISTORICO NOT EQUAL 00
                   IF REG-HISTORICO (8:2) NOT EQUAL SPACES
                       AND HST-ID IS NUMERIC
                       AND HST-DATA-CADASTRO (1:6) IS NUMERIC
                       AND HST-DATA-CADASTRO (1:6) >= WRK-MES-INICIO
                       AND HST-DATA-CADASTRO (1:6) <= WRK-MES-FIM
                       ADD 1 TO WRK-ACUM-EXPURGADOS
                       MOVE HST-ID TO SD-ID
                       MOVE 'H' TO SD-TIPO
                       MOVE HST-DATA-CADASTRO TO SD-DATA
                       MOVE 'E' TO SD-STATUS
                       MOVE HST-UF TO SD-UF
                       MOVE HST-CEP TO SD-CEP
                       RELEASE SD-EVENTO
                   END-IF
                   READ HISTORICO
               END-PERFORM
               CLOSE HISTORICO
           END-IF.

       0216-LIBERA-PEDIDOS SECTION.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS EQUAL 00
               READ PEDIDOS
               PERFORM UNTIL FS-PEDIDOS NOT EQUAL 00
                   IF PED-STATUS NOT EQUAL 'C'
                       AND PED-DATA (1:6) >= WRK-MES-INICIO
                       AND PED-DATA (1:6) <= WRK-MES-FIM
                       ADD 1 TO WRK-ACUM-PEDIDOS
                       MOVE PED-ID-CLIENTE TO SD-ID
                       MOVE 'P' TO SD-TIPO
                       MOVE PED-DATA TO SD-DATA
                       MOVE SPACES TO SD-STATUS SD-UF SD-CEP
                       RELEASE SD-EVENTO
                   END-IF
                   READ PEDIDOS
               END-PERFORM
               CLOSE PEDIDOS
           END-IF.

       0218-LIBERA-PED-HISTORICO SECTION.
      *==  PEDIDO EXPURGADO PARA O HISTORICO (ARQ097) CONTINUA
      *==  CONTANDO PARA A COORTE DO CLIENTE
           OPEN INPUT PEDIDOS-HISTORICO.
           IF FS-PED-HIST EQUAL 00
               READ PEDIDOS-HISTORICO
               PERFORM UNTIL FS-PED-HIST NOT EQUAL 00
                   IF HPD-STATUS NOT EQUAL 'C'
                       AND HPD-DATA (1:6) >= WRK-MES-INICIO
                       AND HPD-DATA (1:6) <= WRK-MES-FIM
                       ADD 1 TO WRK-ACUM-PEDIDOS
                       MOVE HPD-ID-CLIENTE TO SD-ID
                       MOVE 'P' TO SD-TIPO
                       MOVE HPD-DATA TO SD-DATA
                       MOVE SPACES TO SD-STATUS SD-UF SD-CEP
                       RELEASE SD-EVENTO
                   END-IF
                   READ PEDIDOS-HISTORICO
               END-PERFORM
               CLOSE PEDIDOS-HISTORICO
           END-IF.

       0220-LIBERA-STATUS SECTION.
           OPEN INPUT LOG-TRANSACOES.
           IF FS-LOGTRANS EQUAL 00
               READ LOG-TRANSACOES
               PERFORM UNTIL FS-LOGTRANS NOT EQUAL 00
                   PERFORM 0225-ANALISA-LINHA
                   READ LOG-TRANSACOES
               END-PERFORM
               CLOSE LOG-TRANSACOES
           END-IF.

       0225-ANALISA-LINHA SECTION.
      *==  SO OS VERBOS QUE MUDAM O REG-STATUS: INATIVACAO (ARQ010),
      *==  RESTAURACAO (ARQ050), EXPURGO (ARQ017) E ANONIMIZACAO
      *==  (ARQ042) -- LINHAS EM OUTRO FORMATO SAO IGNORADAS
           MOVE SPACES TO WRK-TIMESTAMP WRK-PROGRAMA-LOG.
           MOVE SPACES TO WRK-OPERACAO WRK-RESTO WRK-ID-ALFA.
           UNSTRING REG-LOG-TRANSACAO DELIMITED BY ALL " "
               INTO WRK-TIMESTAMP WRK-PROGRAMA-LOG WRK-OPERACAO
                   WRK-RESTO.
           EVALUATE WRK-OPERACAO
               WHEN "INATIVACAO"
                   MOVE 'I' TO WRK-STATUS-LOG
               WHEN "RESTAURACAO"
                   MOVE 'A' TO WRK-STATUS-LOG
               WHEN "EXPURGO"
                   MOVE 'E' TO WRK-STATUS-LOG
               WHEN "ANONIMIZACAO-LGPD"
                   MOVE 'L' TO WRK-STATUS-LOG
               WHEN OTHER
                   MOVE SPACES TO WRK-STATUS-LOG
           END-EVALUATE.
           IF WRK-STATUS-LOG NOT EQUAL SPACES
               AND WRK-RESTO (1:3) EQUAL "ID="
               MOVE WRK-RESTO (4:7) TO WRK-ID-ALFA
               IF FUNCTION TRIM(WRK-ID-ALFA) IS NUMERIC
                   AND WRK-TIMESTAMP (1:8) IS NUMERIC
                   COMPUTE WRK-ID-LOG =
                       FUNCTION NUMVAL(WRK-ID-ALFA)
                   ADD 1 TO WRK-ACUM-STATUS
                   MOVE WRK-ID-LOG TO SD-ID
                   MOVE 'S' TO SD-TIPO
                   MOVE WRK-TIMESTAMP (1:8) TO SD-DATA
                   MOVE WRK-STATUS-LOG TO SD-STATUS
                   MOVE SPACES TO SD-UF SD-CEP
                   RELEASE SD-EVENTO
               END-IF
           END-IF.

       0250-APURA-COORTES SECTION.
           MOVE 'N' TO WRK-FIM-SORT.
           RETURN SORT-WORK
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
           PERFORM UNTIL WRK-FIM-SORT EQUAL 'S'
               IF WRK-PRIMEIRO EQUAL 'S'
                   OR SD-ID NOT EQUAL WRK-ID-ATUAL
                   IF WRK-PRIMEIRO EQUAL 'N'
                       PERFORM 0260-FECHA-CLIENTE
                   END-IF
                   MOVE 'N' TO WRK-PRIMEIRO
                   PERFORM 0255-INICIA-CLIENTE
               END-IF
               PERFORM 0257-TRATA-EVENTO
               RETURN SORT-WORK
                   AT END
                       MOVE 'S' TO WRK-FIM-SORT
               END-RETURN
           END-PERFORM.
           IF WRK-PRIMEIRO EQUAL 'N'
               PERFORM 0260-FECHA-CLIENTE
           END-IF.

       0255-INICIA-CLIENTE SECTION.
           MOVE SD-ID TO WRK-ID-ATUAL.
           MOVE 'N' TO WRK-CLI-ACHADO.
           MOVE SPACES TO WRK-CLI-DATA-CAD WRK-CLI-UF WRK-CLI-CEP.
           MOVE SPACES TO WRK-CLI-STATUS WRK-STATUS-CORTE.
           MOVE 'N' TO WRK-EVENTO-POSTERIOR.
           MOVE ZEROS TO WRK-SOMA-COMPROU.
           MOVE ALL 'N' TO WRK-JANELAS-CLIENTE.

       0257-TRATA-EVENTO SECTION.
      *==  CLIENTE RESTAURADO PODE ESTAR NO CADASTRO E NO HISTORICO
      *==  -- VALE O CADASTRO VIVO, QUE CHEGA PRIMEIRO
           EVALUATE SD-TIPO
               WHEN 'C'
               WHEN 'H'
                   IF WRK-CLI-ACHADO EQUAL 'N'
                       MOVE 'S' TO WRK-CLI-ACHADO
                       MOVE SD-DATA TO WRK-CLI-DATA-CAD
                       MOVE SD-STATUS TO WRK-CLI-STATUS
                       MOVE SD-UF TO WRK-CLI-UF
                       MOVE SD-CEP TO WRK-CLI-CEP
                       MOVE SD-DATA (1:6) TO WRK-MES-CALC
                       PERFORM 0109-NUMERO-DO-MES
                       MOVE WRK-NUM-MES TO WRK-NUM-CADASTRO
                   END-IF
               WHEN 'P'
                   IF WRK-CLI-ACHADO EQUAL 'S'
                       PERFORM 0258-MARCA-PEDIDO
                   END-IF
               WHEN 'S'
                   IF SD-DATA (1:6) > WRK-MES-FIM
                       MOVE 'S' TO WRK-EVENTO-POSTERIOR
                   ELSE
                       MOVE SD-STATUS TO WRK-STATUS-CORTE
                   END-IF
           END-EVALUATE.

       0258-MARCA-PEDIDO SECTION.
      *==  PEDIDO ANTERIOR AO MES DO CADASTRO (CLIENTE RENUMERADO
      *==  OU RECADASTRADO) CONTA COMO COMPRA MAS NAO CAI EM TRIMESTRE
           MOVE 1 TO WRK-SOMA-COMPROU.
           MOVE SD-DATA (1:6) TO WRK-MES-CALC.
           PERFORM 0109-NUMERO-DO-MES.
           IF WRK-NUM-MES >= WRK-NUM-CADASTRO
               COMPUTE WRK-MESES-APOS = WRK-NUM-MES - WRK-NUM-CADASTRO
               COMPUTE WRK-JAN = WRK-MESES-APOS / 3 + 1
               IF WRK-JAN <= 8
                   MOVE 'S' TO WRK-JAN-COMPROU (WRK-JAN)
               END-IF
           END-IF.

       0260-FECHA-CLIENTE SECTION.
           IF WRK-CLI-ACHADO EQUAL 'S'
               COMPUTE WRK-COORTE = WRK-NUM-CADASTRO - WRK-NUM-INICIO
                   + 1
               PERFORM 0265-SITUACAO-NO-CORTE
               PERFORM 0270-ACUMULA-COORTE
               PERFORM 0275-RESOLVE-UF-VENDEDOR
               PERFORM 0280-ACUMULA-UF
               PERFORM 0285-ACUMULA-VENDEDOR
           END-IF.

       0265-SITUACAO-NO-CORTE SECTION.
      *==  SEM MUDANCA DE STATUS DEPOIS DO FIM DO TRIMESTRE O STATUS
      *==  DE HOJE E O DO CORTE (EXPURGADO NAO E ATIVO); COM MUDANCA
      *==  POSTERIOR VALE A ULTIMA ATE O CORTE, E SEM NENHUMA O
      *==  CLIENTE AINDA ESTAVA ATIVO COMO FOI CADASTRADO
           MOVE ZEROS TO WRK-SOMA-ATIVO.
           IF WRK-EVENTO-POSTERIOR EQUAL 'S'
               IF WRK-STATUS-CORTE EQUAL SPACES
                   OR WRK-STATUS-CORTE EQUAL 'A'
                   MOVE 1 TO WRK-SOMA-ATIVO
               END-IF
           ELSE
               IF WRK-CLI-STATUS EQUAL 'A'
                   MOVE 1 TO WRK-SOMA-ATIVO
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-SOMA-RETIDO.
           PERFORM VARYING WRK-JAN FROM 2 BY 1 UNTIL WRK-JAN > 8
               IF WRK-JAN-COMPROU (WRK-JAN) EQUAL 'S'
                   MOVE 1 TO WRK-SOMA-RETIDO
               END-IF
           END-PERFORM.

       0270-ACUMULA-COORTE SECTION.
           ADD 1 TO WRK-ACUM-COORTES.
           ADD 1 TO WRK-TCO-CADASTRADOS (WRK-COORTE).
           ADD WRK-SOMA-ATIVO TO WRK-TCO-ATIVOS (WRK-COORTE).
           ADD WRK-SOMA-COMPROU TO WRK-TCO-COMPRARAM (WRK-COORTE).
           PERFORM VARYING WRK-JAN FROM 1 BY 1 UNTIL WRK-JAN > 8
               IF WRK-JAN-COMPROU (WRK-JAN) EQUAL 'S'
                   ADD 1 TO WRK-TCO-JANELA (WRK-COORTE WRK-JAN)
                   ADD 1 TO WRK-TOT-JANELA (WRK-JAN)
               END-IF
           END-PERFORM.
           ADD 1 TO WRK-TOT-CADASTRADOS.
           ADD WRK-SOMA-ATIVO TO WRK-TOT-ATIVOS.
           ADD WRK-SOMA-COMPROU TO WRK-TOT-COMPRARAM.

       0275-RESOLVE-UF-VENDEDOR SECTION.
      *==  O VENDEDOR E O QUE RESPONDIA PELO CLIENTE NO CADASTRO --
      *==  E ELE QUEM TROUXE O CLIENTE NA CAMPANHA
           MOVE WRK-CLI-UF TO WRK-UF.
           MOVE 'V' TO VVP-FUNCAO.
           MOVE WRK-ID-ATUAL TO VVP-ID-CLIENTE.
           MOVE WRK-CLI-UF TO VVP-UF.
           MOVE WRK-CLI-CEP TO VVP-CEP.
           MOVE WRK-CLI-DATA-CAD TO VVP-DATA.
           CALL "ARQ150" USING WRK-VVP-PARAMETROS.
           MOVE VVP-VENDEDOR TO WRK-VENDEDOR.
           IF WRK-UF EQUAL SPACES
               MOVE "??" TO WRK-UF
           END-IF.
           IF WRK-VENDEDOR EQUAL SPACES
               MOVE "???" TO WRK-VENDEDOR
           END-IF.

       0280-ACUMULA-UF SECTION.
           MOVE 'N' TO WRK-ACHADO.
           PERFORM VARYING WRK-TUF-IDX FROM 1 BY 1
               UNTIL WRK-TUF-IDX > WRK-TUF-TOTAL
                   OR WRK-ACHADO EQUAL 'S'
               IF WRK-TUF-UF (WRK-TUF-IDX) EQUAL WRK-UF
                   MOVE 'S' TO WRK-ACHADO
                   ADD 1 TO WRK-TUF-CADASTRADOS (WRK-TUF-IDX)
                   ADD WRK-SOMA-ATIVO TO WRK-TUF-ATIVOS (WRK-TUF-IDX)
                   ADD WRK-SOMA-COMPROU TO
                       WRK-TUF-COMPRARAM (WRK-TUF-IDX)
                   ADD WRK-SOMA-RETIDO TO WRK-TUF-RETIDOS (WRK-TUF-IDX)
               END-IF
           END-PERFORM.
           IF WRK-ACHADO EQUAL 'N' AND WRK-TUF-TOTAL < 30
               ADD 1 TO WRK-TUF-TOTAL
               MOVE WRK-UF TO WRK-TUF-UF (WRK-TUF-TOTAL)
               MOVE 1 TO WRK-TUF-CADASTRADOS (WRK-TUF-TOTAL)
               MOVE WRK-SOMA-ATIVO TO WRK-TUF-ATIVOS (WRK-TUF-TOTAL)
               MOVE WRK-SOMA-COMPROU TO
                   WRK-TUF-COMPRARAM (WRK-TUF-TOTAL)
               MOVE WRK-SOMA-RETIDO TO WRK-TUF-RETIDOS (WRK-TUF-TOTAL)
           END-IF.

       0285-ACUMULA-VENDEDOR SECTION.
           MOVE 'N' TO WRK-ACHADO.
           PERFORM VARYING WRK-TVD-IDX FROM 1 BY 1
               UNTIL WRK-TVD-IDX > WRK-TVD-TOTAL
                   OR WRK-ACHADO EQUAL 'S'
               IF WRK-TVD-VENDEDOR (WRK-TVD-IDX) EQUAL WRK-VENDEDOR
                   MOVE 'S' TO WRK-ACHADO
                   ADD 1 TO WRK-TVD-CADASTRADOS (WRK-TVD-IDX)
                   ADD WRK-SOMA-ATIVO TO WRK-TVD-ATIVOS (WRK-TVD-IDX)
                   ADD WRK-SOMA-COMPROU TO
                       WRK-TVD-COMPRARAM (WRK-TVD-IDX)
                   ADD WRK-SOMA-RETIDO TO WRK-TVD-RETIDOS (WRK-TVD-IDX)
               END-IF
           END-PERFORM.
           IF WRK-ACHADO EQUAL 'N' AND WRK-TVD-TOTAL < 51
               ADD 1 TO WRK-TVD-TOTAL
               MOVE WRK-VENDEDOR TO WRK-TVD-VENDEDOR (WRK-TVD-TOTAL)
               MOVE 1 TO WRK-TVD-CADASTRADOS (WRK-TVD-TOTAL)
               MOVE WRK-SOMA-ATIVO TO WRK-TVD-ATIVOS (WRK-TVD-TOTAL)
               MOVE WRK-SOMA-COMPROU TO
                   WRK-TVD-COMPRARAM (WRK-TVD-TOTAL)
               MOVE WRK-SOMA-RETIDO TO WRK-TVD-RETIDOS (WRK-TVD-TOTAL)
           END-IF.

       0300-FINISH SECTION.
           PERFORM 0310-IMPRIME-CABECALHO.
           PERFORM 0315-IMPRIME-COORTES.
           PERFORM 0320-IMPRIME-POR-UF.
           PERFORM 0330-IMPRIME-POR-VENDEDOR.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "TRIMESTRE ATE........: " WRK-MES-FIM.
           DISPLAY "CLIENTES NO PERIODO..: " WRK-ACUM-CLIENTES.
           DISPLAY "EXPURGADOS NO PERIODO: " WRK-ACUM-EXPURGADOS.
           DISPLAY "PEDIDOS CONSIDERADOS.: " WRK-ACUM-PEDIDOS.
           DISPLAY "MUDANCAS DE STATUS...: " WRK-ACUM-STATUS.
           DISPLAY "CLIENTES NAS COORTES.: " WRK-ACUM-COORTES.
           DISPLAY "RELATORIO EM RELATORIO-COORTES.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-IMPRIME-CABECALHO SECTION.
           MOVE "RELATORIO TRIMESTRAL DE RETENCAO POR MES DE CADASTRO"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA: " DELIMITED BY SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               "   COORTES: " DELIMITED BY SIZE
               WRK-MES-INICIO DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WRK-MES-FIM DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "ATIVOS NO FIM DO PERIODO; COMPRA = AO MENOS UM PEDIDO"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "TRN = COMPRARAM NO N-ESIMO TRIMESTRE DESDE O CADASTRO"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0315-IMPRIME-COORTES SECTION.
      *==  TRIMESTRE QUE AINDA NAO COMECOU NO FIM DO PERIODO SAI "-"
           PERFORM VARYING WRK-TCO-IDX FROM 1 BY 1
               UNTIL WRK-TCO-IDX > 24
               MOVE WRK-TCO-MES (WRK-TCO-IDX) TO WRK-LIN-MES
               MOVE WRK-TCO-CADASTRADOS (WRK-TCO-IDX) TO
                   WRK-LIN-CADASTRADOS
               MOVE WRK-TCO-ATIVOS (WRK-TCO-IDX) TO WRK-LIN-ATIVOS
               MOVE WRK-TCO-COMPRARAM (WRK-TCO-IDX) TO
                   WRK-LIN-COMPRARAM
               PERFORM VARYING WRK-JAN FROM 1 BY 1 UNTIL WRK-JAN > 8
                   IF WRK-TCO-NUM-MES (WRK-TCO-IDX) + (WRK-JAN - 1) * 3
                       > WRK-NUM-FIM
                       MOVE "     -" TO WRK-LIN-JANELA (WRK-JAN)
                   ELSE
                       MOVE WRK-TCO-JANELA (WRK-TCO-IDX WRK-JAN) TO
                           WRK-JANELA-EDIT
                       MOVE WRK-JANELA-EDIT TO WRK-LIN-JANELA (WRK-JAN)
                   END-IF
               END-PERFORM
               MOVE WRK-LINHA-DETALHE TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "TOTAL " TO WRK-LIN-MES.
           MOVE WRK-TOT-CADASTRADOS TO WRK-LIN-CADASTRADOS.
           MOVE WRK-TOT-ATIVOS TO WRK-LIN-ATIVOS.
           MOVE WRK-TOT-COMPRARAM TO WRK-LIN-COMPRARAM.
           PERFORM VARYING WRK-JAN FROM 1 BY 1 UNTIL WRK-JAN > 8
               MOVE WRK-TOT-JANELA (WRK-JAN) TO WRK-JANELA-EDIT
               MOVE WRK-JANELA-EDIT TO WRK-LIN-JANELA (WRK-JAN)
           END-PERFORM.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0320-IMPRIME-POR-UF SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "COORTES POR UF (RETIDOS = COMPRARAM DO TR2 EM DIANTE)"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-TUF-IDX FROM 1 BY 1
               UNTIL WRK-TUF-IDX > WRK-TUF-TOTAL
               MOVE WRK-TUF-CADASTRADOS (WRK-TUF-IDX) TO WRK-CAD-EDIT
               MOVE WRK-TUF-ATIVOS (WRK-TUF-IDX) TO WRK-ATV-EDIT
               MOVE WRK-TUF-COMPRARAM (WRK-TUF-IDX) TO WRK-CMP-EDIT
               MOVE WRK-TUF-RETIDOS (WRK-TUF-IDX) TO WRK-RET-EDIT
               MOVE SPACES TO REG-RELATORIO
               STRING "  UF " DELIMITED BY SIZE
                   WRK-TUF-UF (WRK-TUF-IDX) DELIMITED BY SIZE
                   "  CADAST: " DELIMITED BY SIZE
                   WRK-CAD-EDIT DELIMITED BY SIZE
                   "  ATIVOS: " DELIMITED BY SIZE
                   WRK-ATV-EDIT DELIMITED BY SIZE
                   "  COMPRARAM: " DELIMITED BY SIZE
                   WRK-CMP-EDIT DELIMITED BY SIZE
                   "  RETIDOS: " DELIMITED BY SIZE
                   WRK-RET-EDIT DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.

       0330-IMPRIME-POR-VENDEDOR SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "COORTES POR VENDEDOR DO CADASTRO" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-TVD-IDX FROM 1 BY 1
               UNTIL WRK-TVD-IDX > WRK-TVD-TOTAL
               PERFORM 0335-ACHA-NOME-VENDEDOR
               MOVE WRK-TVD-CADASTRADOS (WRK-TVD-IDX) TO WRK-CAD-EDIT
               MOVE WRK-TVD-ATIVOS (WRK-TVD-IDX) TO WRK-ATV-EDIT
               MOVE WRK-TVD-COMPRARAM (WRK-TVD-IDX) TO WRK-CMP-EDIT
               MOVE WRK-TVD-RETIDOS (WRK-TVD-IDX) TO WRK-RET-EDIT
               MOVE SPACES TO REG-RELATORIO
               STRING "  " DELIMITED BY SIZE
                   WRK-TVD-VENDEDOR (WRK-TVD-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-NOME-VENDEDOR DELIMITED BY SIZE
                   "  CAD: " DELIMITED BY SIZE
                   WRK-CAD-EDIT DELIMITED BY SIZE
                   "  ATV: " DELIMITED BY SIZE
                   WRK-ATV-EDIT DELIMITED BY SIZE
                   "  CMP: " DELIMITED BY SIZE
                   WRK-CMP-EDIT DELIMITED BY SIZE
                   "  RET: " DELIMITED BY SIZE
                   WRK-RET-EDIT DELIMITED BY SIZE
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

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
