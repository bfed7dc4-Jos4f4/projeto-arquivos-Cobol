       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ150.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: MODULO DE VENDEDOR VIGENTE -- DIZ QUAL VENDEDOR
      *==            RESPONDIA PELO CLIENTE NUMA DATA: A CARTEIRA DO
      *==            CLIENTE (CARTEIRA-VENDEDOR, VIDE CARREG) VALE
      *==            PRIMEIRO, DEPOIS A FAIXA DE CEP DA UF NO
      *==            HISTORICO DE TERRITORIOS (VIDE THSREG); CHAMADO
      *==            PELA ENTRADA DE PEDIDOS (ARQ027, ARQ063, ARQ095,
      *==            ARQ143), PELA COTACAO (ARQ139) E PELOS RELATORIOS
      *==            POR VENDEDOR (ARQ100, ARQ118, ARQ149) NO LUGAR DA
      *==            FAIXA ATUAL DE VENDEDORES.TXT -- A ALTERACAO DE
      *==            TERRITORIO NAO REESCREVE MAIS O PASSADO
      *==  SEM HISTORICO (ANTES DO PRIMEIRO REALINHAMENTO OU DA
      *==  PRIMEIRA ALTERACAO NO ARQ099) AS FAIXAS DE VENDEDORES.TXT
      *==  VALEM DESDE SEMPRE, COMO ANTES; A FUNCAO 'I' GRAVA ESSA
      *==  CARGA INICIAL PARA QUEM VAI ALTERAR O HISTORICO
      *==  O MODULO NAO E INITIAL -- A TABELA DE TERRITORIOS FICA
      *==  CARREGADA E A CARTEIRA ABERTA ENTRE AS CHAMADAS DA MESMA
      *==  EXECUCAO (COMO O ARQ127); A FUNCAO 'R' FORCA A RECARGA
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

           SELECT HISTORICO ASSIGN TO
               "TERRITORIOS-HISTORICO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT VENDEDORES ASSIGN TO
               DYNAMIC WRK-CAMINHO-VENDEDORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDEDORES.

           SELECT CARTEIRA ASSIGN TO
               DYNAMIC WRK-CAMINHO-CARTEIRA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CHAVE
               FILE STATUS IS FS-CARTEIRA.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD HISTORICO.
       01 REG-HISTORICO.
           COPY THSREG.

       FD VENDEDORES.
       01 REG-VENDEDOR.
           COPY VDDREG.

       FD CARTEIRA.
       01 REG-CARTEIRA.
           COPY CARREG.

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CARTEIRA PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-VENDEDORES PIC X(30) VALUE SPACES.

       77 FS-HISTORICO PIC 9(02) VALUE ZEROS.
       77 FS-VENDEDORES PIC 9(02) VALUE ZEROS.
       77 FS-CARTEIRA PIC 9(02) VALUE ZEROS.
       77 WRK-CARTEIRA-ABERTA PIC X(01) VALUE 'N'.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-HISTORICO-VAZIO PIC X(01) VALUE 'S'.

      *===========TABELA DE TERRITORIOS (CARGA UNICA)=========
       77 WRK-THS-CARREGADO PIC X(01) VALUE 'N'.
       01 WRK-TAB-TERRITORIOS.
           05 WRK-THS-ITEM OCCURS 500 TIMES
               INDEXED BY WRK-THS-IDX.
               10 WRK-THS-VENDEDOR    PIC X(03).
               10 WRK-THS-UF          PIC X(02).
               10 WRK-THS-CEP-INI     PIC X(08).
               10 WRK-THS-CEP-FIM     PIC X(08).
               10 WRK-THS-DATA-INICIO PIC X(08).
               10 WRK-THS-DATA-FIM    PIC X(08).
       77 WRK-THS-TOTAL PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
       01 VVP-PARAMETROS.
           COPY VVPPRM.

       PROCEDURE DIVISION USING VVP-PARAMETROS.
       000-MAIN      SECTION.
           MOVE SPACES TO VVP-VENDEDOR.
           MOVE SPACES TO VVP-ORIGEM.
           EVALUATE VVP-FUNCAO
               WHEN 'R'
                   PERFORM 0190-DESCARREGA
               WHEN 'I'
                   PERFORM 0190-DESCARREGA
                   PERFORM 0300-CRIA-HISTORICO
               WHEN 'V'
                   PERFORM 0110-CARREGA
                   IF VVP-DATA IS NUMERIC
                       PERFORM 0200-RESOLVE-VENDEDOR
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
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
                   MOVE "CARTEIRA-VENDEDOR-TEST.txt" TO
                       WRK-CAMINHO-CARTEIRA
                   MOVE "VENDEDORES-TEST.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN "DEV"
                   MOVE "CARTEIRA-VENDEDOR-DEV.txt" TO
                       WRK-CAMINHO-CARTEIRA
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN OTHER
                   MOVE "\CARTEIRA-VENDEDOR.txt" TO
                       WRK-CAMINHO-CARTEIRA
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
           END-EVALUATE.

       0110-CARREGA SECTION.
           IF WRK-THS-CARREGADO NOT EQUAL 'S'
               MOVE 'S' TO WRK-THS-CARREGADO
               MOVE ZEROS TO WRK-THS-TOTAL
               PERFORM 0102-DETERMINA-AMBIENTE
               OPEN INPUT HISTORICO
               IF FS-HISTORICO EQUAL 00
                   READ HISTORICO
                   PERFORM UNTIL FS-HISTORICO NOT EQUAL 00
                       PERFORM 0120-REGISTRA-HISTORICO
                       READ HISTORICO
                   END-PERFORM
                   CLOSE HISTORICO
               END-IF
               IF WRK-THS-TOTAL EQUAL ZEROS
                   PERFORM 0130-CARREGA-VENDEDORES
               END-IF
               OPEN INPUT CARTEIRA
               IF FS-CARTEIRA EQUAL 00
                   MOVE 'S' TO WRK-CARTEIRA-ABERTA
               END-IF
           END-IF.

       0120-REGISTRA-HISTORICO SECTION.
           IF WRK-THS-TOTAL < 500
               ADD 1 TO WRK-THS-TOTAL
               MOVE THS-VENDEDOR TO WRK-THS-VENDEDOR (WRK-THS-TOTAL)
               MOVE THS-UF TO WRK-THS-UF (WRK-THS-TOTAL)
               MOVE THS-CEP-INI TO WRK-THS-CEP-INI (WRK-THS-TOTAL)
               MOVE THS-CEP-FIM TO WRK-THS-CEP-FIM (WRK-THS-TOTAL)
               MOVE THS-DATA-INICIO TO
                   WRK-THS-DATA-INICIO (WRK-THS-TOTAL)
               MOVE THS-DATA-FIM TO WRK-THS-DATA-FIM (WRK-THS-TOTAL)
           END-IF.

       0130-CARREGA-VENDEDORES SECTION.
      *==  SEM HISTORICO, A FAIXA ATUAL DE CADA VENDEDOR VALE DESDE
      *==  SEMPRE -- O MESMO RESULTADO DA LEITURA DIRETA DA TABELA
           OPEN INPUT VENDEDORES.
           IF FS-VENDEDORES EQUAL 00
               READ VENDEDORES
               PERFORM UNTIL FS-VENDEDORES NOT EQUAL 00
                   IF WRK-THS-TOTAL < 500
                       ADD 1 TO WRK-THS-TOTAL
                       MOVE VDD-CODIGO TO
                           WRK-THS-VENDEDOR (WRK-THS-TOTAL)
                       MOVE VDD-UF TO WRK-THS-UF (WRK-THS-TOTAL)
                       MOVE VDD-CEP-INI TO
                           WRK-THS-CEP-INI (WRK-THS-TOTAL)
                       MOVE VDD-CEP-FIM TO
                           WRK-THS-CEP-FIM (WRK-THS-TOTAL)
                       MOVE "00000000" TO
                           WRK-THS-DATA-INICIO (WRK-THS-TOTAL)
                       MOVE "99999999" TO
                           WRK-THS-DATA-FIM (WRK-THS-TOTAL)
                   END-IF
                   READ VENDEDORES
               END-PERFORM
               CLOSE VENDEDORES
           END-IF.

       0190-DESCARREGA SECTION.
           IF WRK-CARTEIRA-ABERTA EQUAL 'S'
               CLOSE CARTEIRA
           END-IF.
           MOVE 'N' TO WRK-CARTEIRA-ABERTA.
           MOVE 'N' TO WRK-THS-CARREGADO.

       0200-RESOLVE-VENDEDOR SECTION.
           IF WRK-CARTEIRA-ABERTA EQUAL 'S'
               AND VVP-ID-CLIENTE > ZEROS
               PERFORM 0210-PROCURA-CARTEIRA
           END-IF.
           IF VVP-VENDEDOR EQUAL SPACES
               AND VVP-CEP IS NUMERIC
               PERFORM 0220-PROCURA-TERRITORIO
           END-IF.

       0210-PROCURA-CARTEIRA SECTION.
      *==  AS ATRIBUICOES DO CLIENTE VEM EM ORDEM DE INICIO -- A
      *==  ULTIMA QUE COBRE A DATA E A QUE VALE
           MOVE VVP-ID-CLIENTE TO CAR-ID-CLIENTE.
           MOVE LOW-VALUES TO CAR-DATA-INICIO.
           MOVE 'N' TO WRK-FIM-GRUPO.
           START CARTEIRA KEY NOT LESS THAN CAR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ CARTEIRA NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF CAR-ID-CLIENTE NOT EQUAL VVP-ID-CLIENTE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       ELSE
                           IF CAR-DATA-INICIO NOT > VVP-DATA
                               AND CAR-DATA-FIM NOT < VVP-DATA
                               MOVE CAR-VENDEDOR TO VVP-VENDEDOR
                               MOVE 'C' TO VVP-ORIGEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-CARTEIRA.

       0220-PROCURA-TERRITORIO SECTION.
      *==  A PRIMEIRA FAIXA VIGENTE NA DATA QUE COBRE A UF E O CEP
      *==  GANHA, COMO NA LEITURA DIRETA DA TABELA
           PERFORM VARYING WRK-THS-IDX FROM 1 BY 1
               UNTIL WRK-THS-IDX > WRK-THS-TOTAL
                   OR VVP-VENDEDOR NOT EQUAL SPACES
               IF WRK-THS-UF (WRK-THS-IDX) EQUAL VVP-UF
                   AND VVP-CEP >= WRK-THS-CEP-INI (WRK-THS-IDX)
                   AND VVP-CEP <= WRK-THS-CEP-FIM (WRK-THS-IDX)
                   AND WRK-THS-DATA-INICIO (WRK-THS-IDX)
                       NOT > VVP-DATA
                   AND WRK-THS-DATA-FIM (WRK-THS-IDX)
                       NOT < VVP-DATA
                   MOVE WRK-THS-VENDEDOR (WRK-THS-IDX) TO
                       VVP-VENDEDOR
                   MOVE 'T' TO VVP-ORIGEM
               END-IF
           END-PERFORM.

       0300-CRIA-HISTORICO SECTION.
      *==  SO NA PRIMEIRA VEZ: HISTORICO QUE JA TEM LINHA NAO E
      *==  TOCADO
           MOVE 'S' TO WRK-HISTORICO-VAZIO.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO EQUAL 00
               READ HISTORICO
               IF FS-HISTORICO EQUAL 00
                   MOVE 'N' TO WRK-HISTORICO-VAZIO
               END-IF
               CLOSE HISTORICO
           END-IF.
           IF WRK-HISTORICO-VAZIO EQUAL 'S'
               OPEN OUTPUT HISTORICO
               OPEN INPUT VENDEDORES
               IF FS-VENDEDORES EQUAL 00
                   READ VENDEDORES
                   PERFORM UNTIL FS-VENDEDORES NOT EQUAL 00
                       MOVE SPACES TO REG-HISTORICO
                       MOVE VDD-CODIGO TO THS-VENDEDOR
                       MOVE VDD-UF TO THS-UF
                       MOVE VDD-CEP-INI TO THS-CEP-INI
                       MOVE VDD-CEP-FIM TO THS-CEP-FIM
                       MOVE "00000000" TO THS-DATA-INICIO
                       MOVE "99999999" TO THS-DATA-FIM
                       MOVE 'I' TO THS-ORIGEM
                       WRITE REG-HISTORICO
                       READ VENDEDORES
                   END-PERFORM
                   CLOSE VENDEDORES
               END-IF
               CLOSE HISTORICO
           END-IF.
