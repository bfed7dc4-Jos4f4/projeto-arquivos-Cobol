       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ149 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO DE ATINGIMENTO DE METAS DE VENDAS POR
      *==            VENDEDOR -- PARA O MES INFORMADO (AAAAMM,
      *==            ENTER=MES CORRENTE) COMPARA O VALOR FATURADO COM
      *==            A META DA TABELA METAS-VENDAS (ARQ148): META DO
      *==            MES, FATURADO, % ATINGIDO, PROJECAO DO MES PELOS
      *==            DIAS UTEIS DECORRIDOS E RESTANTES (ARQ092) E A
      *==            POSICAO ACUMULADA NO ANO (JANEIRO ATE O MES);
      *==            QUANDO A META TEM DIVISAO POR UF, CADA PARCELA
      *==            SAI ABAIXO DO VENDEDOR
      *==  O FATURADO SEGUE AS REGRAS DO RELATORIO DE COMISSAO
      *==  (ARQ100): PEDIDOS FATURADOS NO MES DE PED-DATA, VENDEDOR
      *==  PELO SATELITE PEDIDOS-VENDEDOR OU PELA CARTEIRA/TERRITORIO
      *==  VIGENTE NA DATA DO PEDIDO (ARQ150), NOTAS DE CREDITO
      *==  (ARQ108) NEGATIVAS NO MES DA NOTA -- OS NUMEROS BATEM COM A
      *==  COMISSAO
      *==  A UF DA PARCELA E A DO ENDERECO DO CLIENTE DO PEDIDO
      *==  MES JA ENCERRADO: A PROJECAO E O PROPRIO FATURADO
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS FS-PEDIDOS.

           SELECT NOTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-NOTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NCR-NUMERO
               ALTERNATE RECORD KEY IS NCR-CHAVE-PEDIDO
                   WITH DUPLICATES
               FILE STATUS IS FS-NOTAS.

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

           SELECT METAS ASSIGN TO
               "METAS-VENDAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-METAS.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-METAS-VENDAS.TXT"
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

       FD NOTAS.
       01 REG-NOTAS.
           COPY NCRREG.

       FD PED-VENDEDOR.
       01 REG-PED-VENDEDOR.
           COPY PDVREG.

       FD VENDEDORES.
       01 REG-VENDEDOR.
           COPY VDDREG.

       FD METAS.
       01 REG-META.
           COPY METREG.

       FD RELATORIO.
       01 REG-RELATORIO PIC X(110).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PDV PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-NOTAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-VENDEDORES PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-PDV PIC 9(02) VALUE ZEROS.
       77 FS-NOTAS PIC 9(02) VALUE ZEROS.
       77 FS-VENDEDORES PIC 9(02) VALUE ZEROS.
       77 FS-METAS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-PDV-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-NOTAS-ABERTO PIC X(01) VALUE 'N'.

      *===========PERIODO DO RELATORIO========================
       77 WRK-PERIODO-TELA PIC X(06) VALUE SPACES.
       77 WRK-PERIODO PIC X(06) VALUE SPACES.
       77 WRK-PERIODO-OK PIC X(01) VALUE 'N'.
       77 WRK-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-MES PIC 9(02) VALUE ZEROS.

      *===========DIAS UTEIS DO MES (ARQ092)==================
       01 WRK-DUT-PARAMETROS.
           COPY DUTPRM.
       77 WRK-DATA-AUX PIC 9(08) VALUE ZEROS.
       77 WRK-INT-DIA PIC 9(08) VALUE ZEROS.
       77 WRK-INT-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-UTEIS PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-DECORRIDOS PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-RESTANTES PIC 9(02) VALUE ZEROS.

      *===========META E FATURADO POR VENDEDOR E MES==========
       01 WRK-TAB-VENDEDORES.
           05 WRK-VDD-ITEM OCCURS 60 TIMES
               INDEXED BY WRK-VDD-IDX.
               10 WRK-VDD-CODIGO  PIC X(03).
               10 WRK-VDD-NOME    PIC X(20).
               10 WRK-VDD-MESES OCCURS 12 TIMES.
                   15 WRK-VDD-META-TOTAL PIC 9(09)V99.
                   15 WRK-VDD-META-PARC  PIC 9(11)V99.
                   15 WRK-VDD-FATURADO   PIC S9(11)V99.
       77 WRK-VDD-TOTAL PIC 9(02) VALUE ZEROS.
       77 WRK-VDD-POS PIC 9(02) VALUE ZEROS.
       77 WRK-MES-IDX PIC 9(02) VALUE ZEROS.

      *===========PARCELAS POR UF DO MES DO RELATORIO==========
       01 WRK-TAB-PARCELAS.
           05 WRK-PAR-ITEM OCCURS 200 TIMES
               INDEXED BY WRK-PAR-IDX.
               10 WRK-PAR-VDD-POS  PIC 9(02).
               10 WRK-PAR-UF       PIC X(02).
               10 WRK-PAR-META     PIC 9(09)V99.
               10 WRK-PAR-FATURADO PIC S9(11)V99.
       77 WRK-PAR-TOTAL PIC 9(03) VALUE ZEROS.

      *===========RESOLUCAO DO VENDEDOR DO PEDIDO=============
       77 WRK-VENDEDOR PIC X(03) VALUE SPACES.
       77 WRK-UF-CLIENTE PIC X(02) VALUE SPACES.
       77 WRK-DATA-VIGENCIA PIC X(08) VALUE SPACES.
       01 WRK-VVP-PARAMETROS.
           COPY VVPPRM.

      *===========MOVIMENTO A TOTALIZAR (PEDIDO OU NOTA)=======
       77 WRK-ID-MOVTO PIC 9(07) VALUE ZEROS.
       77 WRK-SEQ-MOVTO PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-MOVTO PIC X(08) VALUE SPACES.
       77 WRK-VALOR-MOVTO PIC S9(09)V99 VALUE ZEROS.

      *===========POSICAO DO VENDEDOR=========================
       77 WRK-META-MES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FAT-MES PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PROJECAO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-META-ANO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FAT-ANO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-META-EFETIVA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PERC-BASE PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PERC-META PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PERC PIC 9(04) VALUE ZEROS.
       77 WRK-TEM-MOVTO PIC X(01) VALUE 'N'.

      *===========TOTAL GERAL=================================
       77 WRK-TOT-META-MES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FAT-MES PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PROJECAO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-META-ANO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FAT-ANO PIC S9(11)V99 VALUE ZEROS.

      *===========LINHAS DO RELATORIO=========================
       01 WRK-LINHA-TITULO.
           05 FILLER PIC X(19) VALUE "VND NOME".
           05 FILLER PIC X(33)
               VALUE "     META MES      FATURADO    %".
           05 FILLER PIC X(19)
               VALUE "     PROJECAO    %".
           05 FILLER PIC X(33)
               VALUE "     META ANO  FATURADO ANO    %".
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-VENDEDOR    PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-NOME        PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-META-MES    PIC ZZZZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-FAT-MES     PIC -ZZZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-PERC-MES    PIC ZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-PROJECAO    PIC -ZZZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-PERC-PROJ   PIC ZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-META-ANO    PIC ZZZZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-FAT-ANO     PIC -ZZZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-PERC-ANO    PIC ZZZ9.
       01 WRK-LINHA-PARCELA.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 FILLER              PIC X(03) VALUE "UF ".
           05 WRK-LPA-UF          PIC X(02).
           05 FILLER              PIC X(08) VALUE SPACES.
           05 WRK-LPA-META        PIC ZZZZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LPA-FATURADO    PIC -ZZZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LPA-PERC        PIC ZZZ9.

      *================ACUMULADORES===================================
       77 WRK-ACUM-FATURADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-NOTAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-VENDEDOR PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-METAS PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-TABELA-CHEIA PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-VENDEDORES PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           DISPLAY "RELATORIO DE ATINGIMENTO DE METAS DE VENDAS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           PERFORM 0110-PEDE-PERIODO.
           IF WRK-PERIODO-OK NOT EQUAL 'S'
               GOBACK
           END-IF.
           PERFORM 0102-DETERMINA-AMBIENTE.
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
           OPEN INPUT PED-VENDEDOR.
           IF FS-PDV EQUAL 00
               MOVE 'S' TO WRK-PDV-ABERTO
           END-IF.
           OPEN INPUT NOTAS.
           IF FS-NOTAS EQUAL 00
               MOVE 'S' TO WRK-NOTAS-ABERTO
           END-IF.
           PERFORM 0120-CARREGA-VENDEDORES.
           PERFORM 0130-CARREGA-METAS.
           PERFORM 0140-CONTA-DIAS-UTEIS.
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
                   MOVE "PEDIDOS-VENDEDOR-TEST.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "NOTAS-CREDITO-TEST.txt" TO
                       WRK-CAMINHO-NOTAS
                   MOVE "VENDEDORES-TEST.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-DEV.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "PEDIDOS-VENDEDOR-DEV.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "NOTAS-CREDITO-DEV.txt" TO
                       WRK-CAMINHO-NOTAS
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "\PEDIDOS-VENDEDOR.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "\NOTAS-CREDITO.txt" TO
                       WRK-CAMINHO-NOTAS
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
           END-EVALUATE.

       0110-PEDE-PERIODO SECTION.
      *==  MESMA ENTRADA DO ARQ141, MAS O PADRAO E O MES CORRENTE --
      *==  E NELE QUE A PROJECAO INTERESSA
           MOVE 'N' TO WRK-PERIODO-OK.
           MOVE SPACES TO WRK-PERIODO-TELA.
           DISPLAY "PERIODO (AAAAMM, ENTER=MES CORRENTE)...".
           ACCEPT WRK-PERIODO-TELA.
           IF WRK-PERIODO-TELA EQUAL SPACES
               MOVE WRK-DATA-HOJE (1:6) TO WRK-PERIODO
           ELSE
               MOVE WRK-PERIODO-TELA TO WRK-PERIODO
           END-IF.
           IF WRK-PERIODO IS NOT NUMERIC
               DISPLAY "PERIODO INVALIDO"
           ELSE
               MOVE WRK-PERIODO (1:4) TO WRK-ANO
               MOVE WRK-PERIODO (5:2) TO WRK-MES
               IF WRK-MES < 1 OR WRK-MES > 12
                   DISPLAY "PERIODO INVALIDO"
               ELSE
                   IF WRK-PERIODO > WRK-DATA-HOJE (1:6)
                       DISPLAY "PERIODO FUTURO"
                   ELSE
                       MOVE 'S' TO WRK-PERIODO-OK
                   END-IF
               END-IF
           END-IF.

       0120-CARREGA-VENDEDORES SECTION.
      *==  A TABELA NASCE COM OS VENDEDORES CADASTRADOS; CODIGO DE
      *==  META OU DE PEDIDO FORA DELA E ACRESCENTADO DEPOIS
           OPEN INPUT VENDEDORES.
           IF FS-VENDEDORES EQUAL 00
               READ VENDEDORES
               PERFORM UNTIL FS-VENDEDORES NOT EQUAL 00
                   IF WRK-VDD-TOTAL < 50
                       ADD 1 TO WRK-VDD-TOTAL
                       MOVE VDD-CODIGO TO WRK-VDD-CODIGO (WRK-VDD-TOTAL)
                       MOVE VDD-NOME TO WRK-VDD-NOME (WRK-VDD-TOTAL)
                       PERFORM 0125-ZERA-MESES
                   END-IF
                   READ VENDEDORES
               END-PERFORM
               CLOSE VENDEDORES
           END-IF.

       0125-ZERA-MESES SECTION.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
               UNTIL WRK-MES-IDX > 12
               MOVE ZEROS TO
                   WRK-VDD-META-TOTAL (WRK-VDD-TOTAL, WRK-MES-IDX)
               MOVE ZEROS TO
                   WRK-VDD-META-PARC (WRK-VDD-TOTAL, WRK-MES-IDX)
               MOVE ZEROS TO
                   WRK-VDD-FATURADO (WRK-VDD-TOTAL, WRK-MES-IDX)
           END-PERFORM.

       0130-CARREGA-METAS SECTION.
      *==  SO INTERESSAM AS METAS DO ANO DO RELATORIO ATE O MES
      *==  INFORMADO; AS PARCELAS POR UF DO PROPRIO MES VAO PARA A
      *==  TABELA DE PARCELAS, QUE RECEBE O FATURADO POR UF
           OPEN INPUT METAS.
           IF FS-METAS EQUAL 00
               READ METAS
               PERFORM UNTIL FS-METAS NOT EQUAL 00
                   IF MET-AAAAMM IS NUMERIC
                       AND MET-AAAAMM (1:4) EQUAL WRK-PERIODO (1:4)
                       AND MET-AAAAMM NOT > WRK-PERIODO
                       ADD 1 TO WRK-ACUM-METAS
                       MOVE MET-VENDEDOR TO WRK-VENDEDOR
                       PERFORM 0150-LOCALIZA-VENDEDOR
                       IF WRK-VDD-POS NOT EQUAL ZEROS
                           PERFORM 0135-REGISTRA-META
                       END-IF
                   END-IF
                   READ METAS
               END-PERFORM
               CLOSE METAS
           END-IF.

       0135-REGISTRA-META SECTION.
           MOVE MET-AAAAMM (5:2) TO WRK-MES-IDX.
           IF WRK-MES-IDX > 0 AND WRK-MES-IDX < 13
               IF MET-UF EQUAL SPACES
                   MOVE MET-VALOR TO
                       WRK-VDD-META-TOTAL (WRK-VDD-POS, WRK-MES-IDX)
               ELSE
                   ADD MET-VALOR TO
                       WRK-VDD-META-PARC (WRK-VDD-POS, WRK-MES-IDX)
                   IF MET-AAAAMM EQUAL WRK-PERIODO
                       AND WRK-PAR-TOTAL < 200
                       ADD 1 TO WRK-PAR-TOTAL
                       MOVE WRK-VDD-POS TO
                           WRK-PAR-VDD-POS (WRK-PAR-TOTAL)
                       MOVE MET-UF TO WRK-PAR-UF (WRK-PAR-TOTAL)
                       MOVE MET-VALOR TO WRK-PAR-META (WRK-PAR-TOTAL)
                       MOVE ZEROS TO WRK-PAR-FATURADO (WRK-PAR-TOTAL)
                   END-IF
               END-IF
           END-IF.

       0140-CONTA-DIAS-UTEIS SECTION.
      *==  DIAS UTEIS DO MES INTEIRO E OS JA DECORRIDOS (HOJE
      *==  INCLUSIVE) -- NUM MES ENCERRADO OS DOIS SAO IGUAIS
           COMPUTE WRK-DATA-AUX = WRK-ANO * 10000 + WRK-MES * 100 + 1.
           COMPUTE WRK-INT-DIA =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX).
           IF WRK-MES EQUAL 12
               COMPUTE WRK-DATA-AUX = (WRK-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-DATA-AUX =
                   WRK-ANO * 10000 + (WRK-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-INT-FIM =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX) - 1.
           PERFORM UNTIL WRK-INT-DIA > WRK-INT-FIM
               COMPUTE WRK-DATA-AUX =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-DIA)
               MOVE 'U' TO DUT-FUNCAO
               MOVE WRK-DATA-AUX TO DUT-DATA
               MOVE ZEROS TO DUT-DIAS
               CALL "ARQ092" USING WRK-DUT-PARAMETROS
               IF DUT-RESULTADO EQUAL 'S'
                   ADD 1 TO WRK-DIAS-UTEIS
                   IF DUT-DATA NOT > WRK-DATA-HOJE
                       ADD 1 TO WRK-DIAS-DECORRIDOS
                   END-IF
               END-IF
               ADD 1 TO WRK-INT-DIA
           END-PERFORM.
           COMPUTE WRK-DIAS-RESTANTES =
               WRK-DIAS-UTEIS - WRK-DIAS-DECORRIDOS.

       0150-LOCALIZA-VENDEDOR SECTION.
           MOVE ZEROS TO WRK-VDD-POS.
           PERFORM VARYING WRK-VDD-IDX FROM 1 BY 1
               UNTIL WRK-VDD-IDX > WRK-VDD-TOTAL
                   OR WRK-VDD-POS NOT EQUAL ZEROS
               IF WRK-VDD-CODIGO (WRK-VDD-IDX) EQUAL WRK-VENDEDOR
                   SET WRK-VDD-POS TO WRK-VDD-IDX
               END-IF
           END-PERFORM.
           IF WRK-VDD-POS EQUAL ZEROS AND WRK-VDD-TOTAL < 60
               ADD 1 TO WRK-VDD-TOTAL
               MOVE WRK-VENDEDOR TO WRK-VDD-CODIGO (WRK-VDD-TOTAL)
               IF WRK-VENDEDOR EQUAL "???"
                   MOVE "(SEM VENDEDOR)" TO
                       WRK-VDD-NOME (WRK-VDD-TOTAL)
               ELSE
                   MOVE "(FORA DA TABELA)" TO
                       WRK-VDD-NOME (WRK-VDD-TOTAL)
               END-IF
               PERFORM 0125-ZERA-MESES
               MOVE WRK-VDD-TOTAL TO WRK-VDD-POS
           END-IF.

       0200-PROCESS SECTION.
           READ PEDIDOS NEXT.
           PERFORM UNTIL FS-PEDIDOS NOT EQUAL 00
               IF PED-STATUS EQUAL 'F'
                   AND PED-DATA (1:4) EQUAL WRK-PERIODO (1:4)
                   AND PED-DATA (1:6) NOT > WRK-PERIODO
                   ADD 1 TO WRK-ACUM-FATURADOS
                   MOVE PED-ID-CLIENTE TO WRK-ID-MOVTO
                   MOVE PED-SEQUENCIA TO WRK-SEQ-MOVTO
                   MOVE PED-DATA TO WRK-DATA-MOVTO
                   MOVE PED-DATA TO WRK-DATA-VIGENCIA
                   MOVE PED-VALOR TO WRK-VALOR-MOVTO
                   PERFORM 0205-TOTALIZA-MOVTO
               END-IF
               READ PEDIDOS NEXT
           END-PERFORM.
           IF WRK-NOTAS-ABERTO EQUAL 'S'
               PERFORM 0250-ESTORNA-DEVOLUCOES
           END-IF.

       0205-TOTALIZA-MOVTO SECTION.
           PERFORM 0210-RESOLVE-VENDEDOR.
           IF WRK-VENDEDOR EQUAL SPACES
               ADD 1 TO WRK-ACUM-SEM-VENDEDOR
               MOVE "???" TO WRK-VENDEDOR
           END-IF.
           PERFORM 0150-LOCALIZA-VENDEDOR.
           IF WRK-VDD-POS EQUAL ZEROS
               ADD 1 TO WRK-ACUM-TABELA-CHEIA
           ELSE
               PERFORM 0230-ACUMULA
           END-IF.

       0210-RESOLVE-VENDEDOR SECTION.
      *==  MESMA RESOLUCAO DO ARQ100 -- O SATELITE GRAVADO NA
      *==  ENTRADA E, NA FALTA DELE, A CARTEIRA OU O TERRITORIO
      *==  VIGENTE NA DATA DO PEDIDO; O CLIENTE E LIDO SEMPRE, PORQUE
      *==  A UF DELE DECIDE A PARCELA
           MOVE SPACES TO WRK-VENDEDOR.
           MOVE SPACES TO WRK-UF-CLIENTE.
           MOVE WRK-ID-MOVTO TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO REG-UF
                   MOVE SPACES TO REG-CEP
               NOT INVALID KEY
                   MOVE REG-UF TO WRK-UF-CLIENTE
           END-READ.
           IF WRK-PDV-ABERTO EQUAL 'S'
               MOVE WRK-ID-MOVTO TO PDV-ID-CLIENTE
               MOVE WRK-SEQ-MOVTO TO PDV-SEQUENCIA
               READ PED-VENDEDOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PDV-VENDEDOR TO WRK-VENDEDOR
               END-READ
           END-IF.
           IF WRK-VENDEDOR EQUAL SPACES
               PERFORM 0220-VENDEDOR-VIGENTE
           END-IF.

       0220-VENDEDOR-VIGENTE SECTION.
           MOVE 'V' TO VVP-FUNCAO.
           MOVE WRK-ID-MOVTO TO VVP-ID-CLIENTE.
           MOVE REG-UF TO VVP-UF.
           MOVE REG-CEP TO VVP-CEP.
           MOVE WRK-DATA-VIGENCIA TO VVP-DATA.
           CALL "ARQ150" USING WRK-VVP-PARAMETROS.
           MOVE VVP-VENDEDOR TO WRK-VENDEDOR.

       0230-ACUMULA SECTION.
           MOVE WRK-DATA-MOVTO (5:2) TO WRK-MES-IDX.
           IF WRK-MES-IDX > 0 AND WRK-MES-IDX < 13
               ADD WRK-VALOR-MOVTO TO
                   WRK-VDD-FATURADO (WRK-VDD-POS, WRK-MES-IDX)
               IF WRK-DATA-MOVTO (1:6) EQUAL WRK-PERIODO
                   PERFORM VARYING WRK-PAR-IDX FROM 1 BY 1
                       UNTIL WRK-PAR-IDX > WRK-PAR-TOTAL
                       IF WRK-PAR-VDD-POS (WRK-PAR-IDX) EQUAL
                               WRK-VDD-POS
                           AND WRK-PAR-UF (WRK-PAR-IDX) EQUAL
                               WRK-UF-CLIENTE
                           ADD WRK-VALOR-MOVTO TO
                               WRK-PAR-FATURADO (WRK-PAR-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       0250-ESTORNA-DEVOLUCOES SECTION.
      *==  A NOTA DE CREDITO ENTRA NEGATIVA PARA O VENDEDOR DO
      *==  PEDIDO DE ORIGEM, NO MES DA NOTA, COMO NO ARQ100
           READ NOTAS.
           PERFORM UNTIL FS-NOTAS NOT EQUAL 00
               IF NCR-DATA (1:4) EQUAL WRK-PERIODO (1:4)
                   AND NCR-DATA (1:6) NOT > WRK-PERIODO
                   ADD 1 TO WRK-ACUM-NOTAS
                   MOVE NCR-ID-CLIENTE TO WRK-ID-MOVTO
                   MOVE NCR-SEQUENCIA TO WRK-SEQ-MOVTO
                   MOVE NCR-DATA TO WRK-DATA-MOVTO
                   PERFORM 0255-DATA-PEDIDO-ORIGEM
                   COMPUTE WRK-VALOR-MOVTO = ZERO - NCR-VALOR
                   PERFORM 0205-TOTALIZA-MOVTO
               END-IF
               READ NOTAS
           END-PERFORM.

       0255-DATA-PEDIDO-ORIGEM SECTION.
      *==  COMO NO ARQ100 -- PEDIDO JA EXPURGADO (ARQ097) FICA COM A
      *==  DATA DA NOTA
           MOVE NCR-DATA TO WRK-DATA-VIGENCIA.
           MOVE NCR-ID-CLIENTE TO PED-ID-CLIENTE.
           MOVE NCR-SEQUENCIA TO PED-SEQUENCIA.
           READ PEDIDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PED-DATA TO WRK-DATA-VIGENCIA
           END-READ.

       0300-FINISH SECTION.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           IF WRK-PDV-ABERTO EQUAL 'S'
               CLOSE PED-VENDEDOR
           END-IF.
           IF WRK-NOTAS-ABERTO EQUAL 'S'
               CLOSE NOTAS
           END-IF.
           PERFORM 0310-IMPRIME-CABECALHO.
           PERFORM VARYING WRK-VDD-IDX FROM 1 BY 1
               UNTIL WRK-VDD-IDX > WRK-VDD-TOTAL
               PERFORM 0320-POSICAO-VENDEDOR
               IF WRK-TEM-MOVTO EQUAL 'S'
                   PERFORM 0330-IMPRIME-VENDEDOR
               END-IF
           END-PERFORM.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LIN-VENDEDOR.
           MOVE "TOTAL GERAL" TO WRK-LIN-NOME.
           MOVE WRK-TOT-META-MES TO WRK-META-MES.
           MOVE WRK-TOT-FAT-MES TO WRK-FAT-MES.
           MOVE WRK-TOT-PROJECAO TO WRK-PROJECAO.
           MOVE WRK-TOT-META-ANO TO WRK-META-ANO.
           MOVE WRK-TOT-FAT-ANO TO WRK-FAT-ANO.
           PERFORM 0340-MONTA-LINHA.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "PERIODO..............: " WRK-PERIODO.
           DISPLAY "DIAS UTEIS NO MES....: " WRK-DIAS-UTEIS.
           DISPLAY "DIAS UTEIS DECORRIDOS: " WRK-DIAS-DECORRIDOS.
           DISPLAY "METAS LIDAS NO ANO...: " WRK-ACUM-METAS.
           DISPLAY "PEDIDOS FATURADOS....: " WRK-ACUM-FATURADOS.
           DISPLAY "NOTAS DE CREDITO.....: " WRK-ACUM-NOTAS.
           DISPLAY "SEM VENDEDOR.........: " WRK-ACUM-SEM-VENDEDOR.
           DISPLAY "VENDEDORES NO RELAT..: " WRK-ACUM-VENDEDORES.
           IF WRK-ACUM-TABELA-CHEIA > ZEROS
               DISPLAY "FORA DO RELATORIO....: " WRK-ACUM-TABELA-CHEIA
                   " (TABELA DE VENDEDORES CHEIA)"
           END-IF.
           DISPLAY "RELATORIO EM RELATORIO-METAS-VENDAS.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-IMPRIME-CABECALHO SECTION.
           MOVE "RELATORIO DE ATINGIMENTO DE METAS DE VENDAS"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PERIODO: " DELIMITED BY SIZE
               WRK-PERIODO DELIMITED BY SIZE
               "   DATA: " DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               "   DIAS UTEIS NO MES: " DELIMITED BY SIZE
               WRK-DIAS-UTEIS DELIMITED BY SIZE
               "  DECORRIDOS: " DELIMITED BY SIZE
               WRK-DIAS-DECORRIDOS DELIMITED BY SIZE
               "  RESTANTES: " DELIMITED BY SIZE
               WRK-DIAS-RESTANTES DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "% = FATURADO / META   PROJECAO = FATURADO / DIAS"
               DELIMITED BY SIZE
               " DECORRIDOS X DIAS UTEIS DO MES   ANO = JANEIRO ATE"
               DELIMITED BY SIZE
               " O PERIODO" DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0320-POSICAO-VENDEDOR SECTION.
      *==  SEM META TOTAL NO MES, VALE A SOMA DAS PARCELAS POR UF
           MOVE 'N' TO WRK-TEM-MOVTO.
           MOVE ZEROS TO WRK-META-ANO.
           MOVE ZEROS TO WRK-FAT-ANO.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
               UNTIL WRK-MES-IDX > WRK-MES
               IF WRK-VDD-META-TOTAL (WRK-VDD-IDX, WRK-MES-IDX) > 0
                   MOVE WRK-VDD-META-TOTAL (WRK-VDD-IDX, WRK-MES-IDX)
                       TO WRK-META-EFETIVA
               ELSE
                   MOVE WRK-VDD-META-PARC (WRK-VDD-IDX, WRK-MES-IDX)
                       TO WRK-META-EFETIVA
               END-IF
               ADD WRK-META-EFETIVA TO WRK-META-ANO
               ADD WRK-VDD-FATURADO (WRK-VDD-IDX, WRK-MES-IDX)
                   TO WRK-FAT-ANO
               IF WRK-META-EFETIVA NOT EQUAL ZEROS
                   OR WRK-VDD-FATURADO (WRK-VDD-IDX, WRK-MES-IDX)
                       NOT EQUAL ZEROS
                   MOVE 'S' TO WRK-TEM-MOVTO
               END-IF
           END-PERFORM.
           MOVE WRK-META-EFETIVA TO WRK-META-MES.
           MOVE WRK-VDD-FATURADO (WRK-VDD-IDX, WRK-MES) TO WRK-FAT-MES.
      *==  PROJECAO = RITMO DOS DIAS UTEIS DECORRIDOS ESTENDIDO AOS
      *==  DIAS UTEIS DO MES INTEIRO
           IF WRK-DIAS-DECORRIDOS > ZEROS
               COMPUTE WRK-PROJECAO ROUNDED =
                   WRK-FAT-MES * WRK-DIAS-UTEIS / WRK-DIAS-DECORRIDOS
           ELSE
               MOVE WRK-FAT-MES TO WRK-PROJECAO
           END-IF.

       0330-IMPRIME-VENDEDOR SECTION.
           ADD 1 TO WRK-ACUM-VENDEDORES.
           MOVE WRK-VDD-CODIGO (WRK-VDD-IDX) TO WRK-LIN-VENDEDOR.
           MOVE WRK-VDD-NOME (WRK-VDD-IDX) TO WRK-LIN-NOME.
           PERFORM 0340-MONTA-LINHA.
           ADD WRK-META-MES TO WRK-TOT-META-MES.
           ADD WRK-FAT-MES TO WRK-TOT-FAT-MES.
           ADD WRK-PROJECAO TO WRK-TOT-PROJECAO.
           ADD WRK-META-ANO TO WRK-TOT-META-ANO.
           ADD WRK-FAT-ANO TO WRK-TOT-FAT-ANO.
           PERFORM VARYING WRK-PAR-IDX FROM 1 BY 1
               UNTIL WRK-PAR-IDX > WRK-PAR-TOTAL
               IF WRK-PAR-VDD-POS (WRK-PAR-IDX) EQUAL WRK-VDD-IDX
                   PERFORM 0350-IMPRIME-PARCELA
               END-IF
           END-PERFORM.

       0340-MONTA-LINHA SECTION.
           MOVE WRK-META-MES TO WRK-LIN-META-MES.
           MOVE WRK-FAT-MES TO WRK-LIN-FAT-MES.
           MOVE WRK-META-MES TO WRK-PERC-META.
           MOVE WRK-FAT-MES TO WRK-PERC-BASE.
           PERFORM 0360-CALCULA-PERCENTUAL.
           MOVE WRK-PERC TO WRK-LIN-PERC-MES.
           MOVE WRK-PROJECAO TO WRK-LIN-PROJECAO.
           MOVE WRK-PROJECAO TO WRK-PERC-BASE.
           PERFORM 0360-CALCULA-PERCENTUAL.
           MOVE WRK-PERC TO WRK-LIN-PERC-PROJ.
           MOVE WRK-META-ANO TO WRK-LIN-META-ANO.
           MOVE WRK-FAT-ANO TO WRK-LIN-FAT-ANO.
           MOVE WRK-META-ANO TO WRK-PERC-META.
           MOVE WRK-FAT-ANO TO WRK-PERC-BASE.
           PERFORM 0360-CALCULA-PERCENTUAL.
           MOVE WRK-PERC TO WRK-LIN-PERC-ANO.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0350-IMPRIME-PARCELA SECTION.
           MOVE WRK-PAR-UF (WRK-PAR-IDX) TO WRK-LPA-UF.
           MOVE WRK-PAR-META (WRK-PAR-IDX) TO WRK-LPA-META.
           MOVE WRK-PAR-FATURADO (WRK-PAR-IDX) TO WRK-LPA-FATURADO.
           MOVE WRK-PAR-META (WRK-PAR-IDX) TO WRK-PERC-META.
           MOVE WRK-PAR-FATURADO (WRK-PAR-IDX) TO WRK-PERC-BASE.
           PERFORM 0360-CALCULA-PERCENTUAL.
           MOVE WRK-PERC TO WRK-LPA-PERC.
           MOVE WRK-LINHA-PARCELA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0360-CALCULA-PERCENTUAL SECTION.
      *==  SEM META OU COM FATURADO NEGATIVO (SO DEVOLUCOES) O
      *==  PERCENTUAL FICA ZERO; ACIMA DE 9999% FICA NO TETO
           MOVE ZEROS TO WRK-PERC.
           IF WRK-PERC-META > ZEROS AND WRK-PERC-BASE > ZEROS
               COMPUTE WRK-PERC ROUNDED =
                   WRK-PERC-BASE * 100 / WRK-PERC-META
                   ON SIZE ERROR
                       MOVE 9999 TO WRK-PERC
               END-COMPUTE
           END-IF.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
