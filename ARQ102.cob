       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ102 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: MODULO DE ESTOQUE -- UNICO PROGRAMA QUE GRAVA NO
      *==            ARQUIVO ESTOQUE (UM REGISTRO POR PRD-CODIGO COM
      *==            SALDO, RESERVADO E PONTO DE PEDIDO); A ENTRADA
      *==            DE PEDIDOS (ARQ027, ARQ063, ARQ095) CONSULTA O
      *==            DISPONIVEL E RESERVA A QUANTIDADE DO PEDIDO
      *==            ACEITO, O CICLO DE VIDA (ARQ061) LIBERA A
      *==            RESERVA NO CANCELAMENTO E BAIXA O SALDO NO
      *==            FATURAMENTO, E A ENTRADA DE MERCADORIA (ARQ103)
      *==            SOMA AO SALDO E MANTEM O PONTO DE PEDIDO
      *==  PRODUTO SEM REGISTRO NO ESTOQUE NAO TEM CONTROLE -- A
      *==  CONSULTA E A RESERVA VOLTAM 'N' E O PEDIDO SEGUE NORMAL
      *==  (O REGISTRO NASCE NA PRIMEIRA ENTRADA DE MERCADORIA)
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS STQ-PRODUTO
               FILE STATUS IS FS-ESTOQUE.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD ESTOQUE.
       01 REG-ESTOQUE.
           COPY STQREG.

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-ESTOQUE PIC X(30) VALUE SPACES.

       77 FS-ESTOQUE PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-DISPONIVEL PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       01 MVE-PARAMETROS.
           COPY MVEPRM.

       PROCEDURE DIVISION USING MVE-PARAMETROS.
       000-MAIN      SECTION.
           MOVE 'N' TO MVE-RESULTADO.
           MOVE ZEROS TO MVE-SALDO MVE-RESERVADO MVE-DISPONIVEL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           PERFORM 0102-DETERMINA-AMBIENTE.
           PERFORM 0110-ABRE-ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
               GOBACK
           END-IF.
           PERFORM 0120-LE-PRODUTO.
           EVALUATE MVE-FUNCAO
               WHEN 'C'
                   PERFORM 0200-CONSULTA
               WHEN 'R'
                   PERFORM 0210-RESERVA
               WHEN 'L'
                   PERFORM 0220-LIBERA
               WHEN 'B'
                   PERFORM 0230-BAIXA
               WHEN 'E'
                   PERFORM 0240-ENTRADA
               WHEN 'P'
                   PERFORM 0250-PONTO-PEDIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CLOSE ESTOQUE.
           GOBACK.

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
               WHEN "DEV"
                   MOVE "ESTOQUE-DEV.txt" TO WRK-CAMINHO-ESTOQUE
               WHEN OTHER
                   MOVE "\ESTOQUE.txt" TO WRK-CAMINHO-ESTOQUE
           END-EVALUATE.

       0110-ABRE-ESTOQUE SECTION.
      *==  SO A ENTRADA DE MERCADORIA E O PONTO DE PEDIDO CRIAM O
      *==  ARQUIVO -- SEM ELE AS DEMAIS FUNCOES VOLTAM 'N' (SEM
      *==  CONTROLE), COMO UM PRODUTO AINDA NAO CADASTRADO NELE
           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE EQUAL 35
               IF MVE-FUNCAO EQUAL 'E' OR MVE-FUNCAO EQUAL 'P'
                   OPEN OUTPUT ESTOQUE
                   CLOSE ESTOQUE
                   OPEN I-O ESTOQUE
               END-IF
           ELSE
               IF FS-ESTOQUE NOT EQUAL 00
                   MOVE 'E' TO MVE-RESULTADO
               END-IF
           END-IF.

       0120-LE-PRODUTO SECTION.
           MOVE MVE-PRODUTO TO STQ-PRODUTO.
           READ ESTOQUE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHADO
           END-READ.

       0130-DEVOLVE-POSICAO SECTION.
           IF STQ-SALDO > STQ-RESERVADO
               COMPUTE WRK-DISPONIVEL = STQ-SALDO - STQ-RESERVADO
           ELSE
               MOVE ZEROS TO WRK-DISPONIVEL
           END-IF.
           MOVE STQ-SALDO TO MVE-SALDO.
           MOVE STQ-RESERVADO TO MVE-RESERVADO.
           MOVE WRK-DISPONIVEL TO MVE-DISPONIVEL.
           MOVE STQ-PONTO-PEDIDO TO MVE-PONTO-PEDIDO.

       0140-REGRAVA-PRODUTO SECTION.
           MOVE WRK-DATA-HOJE TO STQ-DATA-MOVTO.
           REWRITE REG-ESTOQUE
               INVALID KEY
                   MOVE 'E' TO MVE-RESULTADO
           END-REWRITE.

       0200-CONSULTA SECTION.
           IF WRK-ACHADO EQUAL 'S'
               PERFORM 0130-DEVOLVE-POSICAO
               IF WRK-DISPONIVEL < MVE-QUANTIDADE
                   MOVE 'I' TO MVE-RESULTADO
               ELSE
                   MOVE 'S' TO MVE-RESULTADO
               END-IF
           END-IF.

       0210-RESERVA SECTION.
      *==  A RESERVA NUNCA E RECUSADA AQUI -- O PEDIDO JA FOI ACEITO
      *==  PELO CHAMADOR; DISPONIVEL CURTO SO VOLTA SINALIZADO ('I')
           IF WRK-ACHADO EQUAL 'S'
               PERFORM 0130-DEVOLVE-POSICAO
               IF WRK-DISPONIVEL < MVE-QUANTIDADE
                   MOVE 'I' TO MVE-RESULTADO
               ELSE
                   MOVE 'S' TO MVE-RESULTADO
               END-IF
               ADD MVE-QUANTIDADE TO STQ-RESERVADO
               PERFORM 0140-REGRAVA-PRODUTO
               PERFORM 0130-DEVOLVE-POSICAO
           END-IF.

       0220-LIBERA SECTION.
           IF WRK-ACHADO EQUAL 'S'
               IF STQ-RESERVADO > MVE-QUANTIDADE
                   SUBTRACT MVE-QUANTIDADE FROM STQ-RESERVADO
               ELSE
                   MOVE ZEROS TO STQ-RESERVADO
               END-IF
               MOVE 'S' TO MVE-RESULTADO
               PERFORM 0140-REGRAVA-PRODUTO
               PERFORM 0130-DEVOLVE-POSICAO
           END-IF.

       0230-BAIXA SECTION.
      *==  A MERCADORIA FATURADA SAI DO SALDO E DA RESERVA QUE O
      *==  PEDIDO SEGURAVA DESDE A ENTRADA
           IF WRK-ACHADO EQUAL 'S'
               IF STQ-SALDO > MVE-QUANTIDADE
                   SUBTRACT MVE-QUANTIDADE FROM STQ-SALDO
               ELSE
                   MOVE ZEROS TO STQ-SALDO
               END-IF
               IF STQ-RESERVADO > MVE-QUANTIDADE
                   SUBTRACT MVE-QUANTIDADE FROM STQ-RESERVADO
               ELSE
                   MOVE ZEROS TO STQ-RESERVADO
               END-IF
               MOVE 'S' TO MVE-RESULTADO
               PERFORM 0140-REGRAVA-PRODUTO
               PERFORM 0130-DEVOLVE-POSICAO
           END-IF.

       0240-ENTRADA SECTION.
           IF WRK-ACHADO EQUAL 'S'
               ADD MVE-QUANTIDADE TO STQ-SALDO
               MOVE WRK-DATA-HOJE TO STQ-DATA-ENTRADA
               MOVE 'S' TO MVE-RESULTADO
               PERFORM 0140-REGRAVA-PRODUTO
           ELSE
               MOVE SPACES TO REG-ESTOQUE
               MOVE MVE-PRODUTO TO STQ-PRODUTO
               MOVE MVE-QUANTIDADE TO STQ-SALDO
               MOVE ZEROS TO STQ-RESERVADO STQ-PONTO-PEDIDO
               MOVE WRK-DATA-HOJE TO STQ-DATA-ENTRADA
               MOVE WRK-DATA-HOJE TO STQ-DATA-MOVTO
               MOVE 'S' TO MVE-RESULTADO
               WRITE REG-ESTOQUE
                   INVALID KEY
                       MOVE 'E' TO MVE-RESULTADO
               END-WRITE
           END-IF.
           PERFORM 0130-DEVOLVE-POSICAO.

       0250-PONTO-PEDIDO SECTION.
           IF WRK-ACHADO EQUAL 'S'
               MOVE MVE-PONTO-PEDIDO TO STQ-PONTO-PEDIDO
               MOVE 'S' TO MVE-RESULTADO
               PERFORM 0140-REGRAVA-PRODUTO
           ELSE
               MOVE SPACES TO REG-ESTOQUE
               MOVE MVE-PRODUTO TO STQ-PRODUTO
               MOVE ZEROS TO STQ-SALDO STQ-RESERVADO
               MOVE MVE-PONTO-PEDIDO TO STQ-PONTO-PEDIDO
               MOVE WRK-DATA-HOJE TO STQ-DATA-MOVTO
               MOVE 'S' TO MVE-RESULTADO
               WRITE REG-ESTOQUE
                   INVALID KEY
                       MOVE 'E' TO MVE-RESULTADO
               END-WRITE
           END-IF.
           PERFORM 0130-DEVOLVE-POSICAO.
