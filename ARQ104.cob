       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ104 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO NOTURNO DE REPOSICAO DE ESTOQUE -- LE
      *==            O ARQUIVO ESTOQUE (ARQ102) E LISTA OS PRODUTOS
      *==            COM PONTO DE PEDIDO CADASTRADO CUJO DISPONIVEL
      *==            (SALDO - RESERVADO) ESTA ABAIXO DELE, COM A
      *==            DESCRICAO DO CATALOGO E A QUANTIDADE QUE FALTA
      *==            PARA VOLTAR AO PONTO; RODA NA CADEIA NOTURNA
      *==            (ARQ036) PARA COMPRAS TER A LISTA PELA MANHA
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

           SELECT ESTOQUE ASSIGN TO
               DYNAMIC WRK-CAMINHO-ESTOQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STQ-PRODUTO
               FILE STATUS IS FS-ESTOQUE.

           SELECT PRODUTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PRODUTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUTOS.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-REPOSICAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD ESTOQUE.
       01 REG-ESTOQUE.
           COPY STQREG.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRDREG.

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.

      *===========RETORNO DA ETAPA PARA A CADEIA (ARQ036)=====
      *==  RETURN-CODE E O STATUS DE SAIDA DO PROCESSO PARA O
      *==  ESCALONADOR; COMO OS PROGRAMAS SAO INITIAL, O ITEM
      *==  EXTERNAL LEVA O MESMO STATUS DE VOLTA AO DRIVER DA
      *==  CADEIA DENTRO DA MESMA EXECUCAO
       01 CADEIA-RETORNO EXTERNAL PIC 9(02).
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-ESTOQUE PIC 9(02) VALUE ZEROS.
       77 FS-PRODUTOS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-EXEC PIC X(08) VALUE SPACES.
       77 WRK-ESTOQUE-ABERTO PIC X(01) VALUE 'N'.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-ESTOQUE PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PRODUTOS PIC X(30) VALUE SPACES.

      *===========CATALOGO EM MEMORIA (DESCRICOES)=============
       01 WRK-TAB-PRODUTOS.
           05 WRK-PRD-ITEM OCCURS 500 TIMES INDEXED BY WRK-PRD-IDX.
               10 WRK-PRD-CODIGO    PIC X(06).
               10 WRK-PRD-DESCRICAO PIC X(40).
       77 WRK-PRD-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-PRD-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-DESCRICAO PIC X(40) VALUE SPACES.

      *===========LINHA DO RELATORIO==========================
       77 WRK-DISPONIVEL PIC 9(07) VALUE ZEROS.
       77 WRK-FALTA PIC 9(07) VALUE ZEROS.
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-CODIGO     PIC X(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-DESCRICAO  PIC X(25).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-SALDO      PIC ZZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-RESERVADO  PIC ZZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-DISPONIVEL PIC ZZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-PONTO      PIC ZZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-FALTA      PIC ZZZZZZ9.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-REPOR PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-EXEC.
           PERFORM 0110-CARREGA-PRODUTOS.
      *==  SEM ARQUIVO DE ESTOQUE NAO HA O QUE REPOR -- O
      *==  RELATORIO SAI VAZIO E A CADEIA SEGUE
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
               MOVE 'S' TO WRK-ESTOQUE-ABERTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0120-IMPRIME-CABECALHO.

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
                   MOVE "ESTOQUE-TEST.txt" TO WRK-CAMINHO-ESTOQUE
                   MOVE "PRODUTOS-TEST.TXT" TO WRK-CAMINHO-PRODUTOS
               WHEN "DEV"
                   MOVE "ESTOQUE-DEV.txt" TO WRK-CAMINHO-ESTOQUE
                   MOVE "PRODUTOS.TXT" TO WRK-CAMINHO-PRODUTOS
               WHEN OTHER
                   MOVE "\ESTOQUE.txt" TO WRK-CAMINHO-ESTOQUE
                   MOVE "PRODUTOS.TXT" TO WRK-CAMINHO-PRODUTOS
           END-EVALUATE.

       0110-CARREGA-PRODUTOS SECTION.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 00
               READ PRODUTOS
               PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
                   IF WRK-PRD-TOTAL < 500
                       ADD 1 TO WRK-PRD-TOTAL
                       MOVE PRD-CODIGO TO
                           WRK-PRD-CODIGO (WRK-PRD-TOTAL)
                       MOVE PRD-DESCRICAO TO
                           WRK-PRD-DESCRICAO (WRK-PRD-TOTAL)
                   END-IF
                   READ PRODUTOS
               END-PERFORM
               CLOSE PRODUTOS
           END-IF.

       0120-IMPRIME-CABECALHO SECTION.
           MOVE "RELATORIO DE REPOSICAO DE ESTOQUE" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA: " DELIMITED BY SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE "CODIGO DESCRICAO" TO REG-RELATORIO (1:16).
           MOVE "  SALDO RESERV. DISPON.   PONTO   FALTA"
               TO REG-RELATORIO (34:39).
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0200-PROCESS SECTION.
           IF WRK-ESTOQUE-ABERTO EQUAL 'S'
               READ ESTOQUE
               PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
                   ADD 1 TO WRK-ACUM-LIDOS
                   PERFORM 0210-VERIFICA-PRODUTO
                   READ ESTOQUE
               END-PERFORM
           END-IF.

       0210-VERIFICA-PRODUTO SECTION.
      *==  PRODUTO SEM PONTO DE PEDIDO (ZERO) NAO ENTRA NA REPOSICAO
           IF STQ-SALDO > STQ-RESERVADO
               COMPUTE WRK-DISPONIVEL = STQ-SALDO - STQ-RESERVADO
           ELSE
               MOVE ZEROS TO WRK-DISPONIVEL
           END-IF.
           IF STQ-PONTO-PEDIDO > ZERO
               AND WRK-DISPONIVEL < STQ-PONTO-PEDIDO
               ADD 1 TO WRK-ACUM-REPOR
               COMPUTE WRK-FALTA = STQ-PONTO-PEDIDO - WRK-DISPONIVEL
               PERFORM 0220-PROCURA-DESCRICAO
               MOVE STQ-PRODUTO TO WRK-LIN-CODIGO
               MOVE WRK-DESCRICAO TO WRK-LIN-DESCRICAO
               MOVE STQ-SALDO TO WRK-LIN-SALDO
               MOVE STQ-RESERVADO TO WRK-LIN-RESERVADO
               MOVE WRK-DISPONIVEL TO WRK-LIN-DISPONIVEL
               MOVE STQ-PONTO-PEDIDO TO WRK-LIN-PONTO
               MOVE WRK-FALTA TO WRK-LIN-FALTA
               MOVE WRK-LINHA-DETALHE TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       0220-PROCURA-DESCRICAO SECTION.
           MOVE "(FORA DO CATALOGO)" TO WRK-DESCRICAO.
           MOVE 'N' TO WRK-PRD-ACHADO.
           PERFORM VARYING WRK-PRD-IDX FROM 1 BY 1
               UNTIL WRK-PRD-IDX > WRK-PRD-TOTAL
                   OR WRK-PRD-ACHADO EQUAL 'S'
               IF WRK-PRD-CODIGO (WRK-PRD-IDX) EQUAL STQ-PRODUTO
                   MOVE WRK-PRD-DESCRICAO (WRK-PRD-IDX) TO
                       WRK-DESCRICAO
                   MOVE 'S' TO WRK-PRD-ACHADO
               END-IF
           END-PERFORM.

       0300-FINISH SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           IF WRK-ESTOQUE-ABERTO EQUAL 'S'
               STRING "PRODUTOS ABAIXO DO PONTO DE PEDIDO: "
                   DELIMITED BY SIZE
                   WRK-ACUM-REPOR DELIMITED BY SIZE
                   INTO REG-RELATORIO
               CLOSE ESTOQUE
           ELSE
               MOVE "ARQUIVO DE ESTOQUE AINDA NAO EXISTE"
                   TO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "PRODUTOS LIDOS.......: " WRK-ACUM-LIDOS.
           DISPLAY "ABAIXO DO PONTO......: " WRK-ACUM-REPOR.
           DISPLAY "RELATORIO EM RELATORIO-REPOSICAO.TXT".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           MOVE 8 TO CADEIA-RETORNO.
           GOBACK.
