       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ106 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: MODULO DE PRECOS COM VIGENCIA -- UNICO PROGRAMA
      *==            QUE GRAVA NO HISTORICO DE PRECOS
      *==            (PRODUTOS-PRECOS, UMA VIGENCIA POR REGISTRO COM
      *==            DATA DE INICIO E DE FIM); A ENTRADA DE PEDIDOS
      *==            (ARQ027, ARQ063, ARQ095) CONSULTA O PRECO QUE
      *==            VALE NA DATA DO PEDIDO, A MANUTENCAO DO CATALOGO
      *==            (ARQ062) GRAVA O PRECO DIGITADO COMO VIGENTE A
      *==            PARTIR DE HOJE E O REAJUSTE PROGRAMADO (ARQ107)
      *==            GRAVA O PRECO NOVO A PARTIR DA DATA EFETIVA
      *==  PRODUTO SEM VIGENCIA NA DATA VOLTA 'N' -- O CHAMADOR FICA
      *==  COM O PRECO DO CATALOGO (PRD-PRECO)
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT PRECOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PRECOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRH-CHAVE
               FILE STATUS IS FS-PRECOS.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD PRECOS.
       01 REG-PRECOS.
           COPY PRHREG.

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-PRECOS PIC X(30) VALUE SPACES.

       77 FS-PRECOS PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.

      *===========VIGENCIAS DO PRODUTO (GRAVACAO)==============
       77 WRK-DATA-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INT PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-VESPERA PIC X(08) VALUE SPACES.
       77 WRK-DATA-VESPERA-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-EXATA PIC X(01) VALUE 'N'.
       77 WRK-ANTERIOR PIC X(01) VALUE 'N'.
       77 WRK-CHAVE-ANTERIOR PIC X(14) VALUE SPACES.
       77 WRK-FIM-ANTERIOR PIC X(08) VALUE SPACES.
       77 WRK-PROXIMO-INICIO PIC X(08) VALUE SPACES.
       77 WRK-FIM-NOVA PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01 PRC-PARAMETROS.
           COPY PRCPRM.

       PROCEDURE DIVISION USING PRC-PARAMETROS.
       000-MAIN      SECTION.
           MOVE 'N' TO PRC-RESULTADO.
           MOVE ZEROS TO PRC-PRECO-ANTERIOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           IF PRC-DATA EQUAL SPACES OR PRC-DATA IS NOT NUMERIC
               MOVE WRK-DATA-HOJE TO PRC-DATA
           END-IF.
           PERFORM 0102-DETERMINA-AMBIENTE.
           PERFORM 0110-ABRE-PRECOS.
           IF FS-PRECOS NOT EQUAL 00
               GOBACK
           END-IF.
           EVALUATE PRC-FUNCAO
               WHEN 'C'
                   PERFORM 0200-CONSULTA
               WHEN 'G'
                   PERFORM 0210-GRAVA-VIGENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CLOSE PRECOS.
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
                   MOVE "PRODUTOS-PRECOS-TEST.txt" TO
                       WRK-CAMINHO-PRECOS
               WHEN "DEV"
                   MOVE "PRODUTOS-PRECOS-DEV.txt" TO
                       WRK-CAMINHO-PRECOS
               WHEN OTHER
                   MOVE "\PRODUTOS-PRECOS.txt" TO
                       WRK-CAMINHO-PRECOS
           END-EVALUATE.

       0110-ABRE-PRECOS SECTION.
      *==  SO A GRAVACAO CRIA O ARQUIVO -- SEM ELE A CONSULTA VOLTA
      *==  'N' E A ENTRADA DE PEDIDOS SEGUE COM O PRECO DO CATALOGO
           OPEN I-O PRECOS.
           IF FS-PRECOS EQUAL 35
               IF PRC-FUNCAO EQUAL 'G'
                   OPEN OUTPUT PRECOS
                   CLOSE PRECOS
                   OPEN I-O PRECOS
               END-IF
           ELSE
               IF FS-PRECOS NOT EQUAL 00
                   MOVE 'E' TO PRC-RESULTADO
               END-IF
           END-IF.

       0120-POSICIONA-PRODUTO SECTION.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE PRC-PRODUTO TO PRH-PRODUTO.
           MOVE LOW-VALUES TO PRH-DATA-INICIO.
           START PRECOS KEY IS GREATER THAN PRH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.

       0130-LE-PROXIMA SECTION.
           READ PRECOS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-GRUPO
               NOT AT END
                   IF PRH-PRODUTO NOT EQUAL PRC-PRODUTO
                       MOVE 'S' TO WRK-FIM-GRUPO
                   END-IF
           END-READ.

       0200-CONSULTA SECTION.
      *==  A VIGENCIA QUE COBRE A DATA: INICIO <= DATA <= FIM
           PERFORM 0120-POSICIONA-PRODUTO.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               PERFORM 0130-LE-PROXIMA
               IF WRK-FIM-GRUPO EQUAL 'N'
                   IF PRH-DATA-INICIO <= PRC-DATA
                       AND PRH-DATA-FIM >= PRC-DATA
                       MOVE PRH-PRECO TO PRC-PRECO
                       MOVE 'S' TO PRC-RESULTADO
                       MOVE 'S' TO WRK-FIM-GRUPO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZEROS TO FS-PRECOS.

       0210-GRAVA-VIGENCIA SECTION.
      *==  PRIMEIRO LEVANTA AS VIGENCIAS DO PRODUTO (A QUE VALIA NA
      *==  VESPERA, UMA QUE JA COMECE NA DATA E A PROXIMA FUTURA),
      *==  DEPOIS FECHA A ANTERIOR E GRAVA (OU REGRAVA) A NOVA
           MOVE PRC-DATA TO WRK-DATA-NUM.
           COMPUTE WRK-DATA-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-NUM) - 1.
           COMPUTE WRK-DATA-VESPERA-NUM =
               FUNCTION DATE-OF-INTEGER (WRK-DATA-INT).
           MOVE WRK-DATA-VESPERA-NUM TO WRK-DATA-VESPERA.
           MOVE 'N' TO WRK-EXATA WRK-ANTERIOR.
           MOVE HIGH-VALUES TO WRK-PROXIMO-INICIO.
           PERFORM 0120-POSICIONA-PRODUTO.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               PERFORM 0130-LE-PROXIMA
               IF WRK-FIM-GRUPO EQUAL 'N'
                   PERFORM 0215-CLASSIFICA-VIGENCIA
               END-IF
           END-PERFORM.
           MOVE ZEROS TO FS-PRECOS.
           MOVE 'S' TO PRC-RESULTADO.
           IF WRK-ANTERIOR EQUAL 'S'
               AND WRK-FIM-ANTERIOR > WRK-DATA-VESPERA
               PERFORM 0220-FECHA-ANTERIOR
           END-IF.
           IF WRK-PROXIMO-INICIO EQUAL HIGH-VALUES
               MOVE "99999999" TO WRK-FIM-NOVA
           ELSE
               MOVE WRK-PROXIMO-INICIO TO WRK-DATA-NUM
               COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-NUM) - 1
               COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER (WRK-DATA-INT)
               MOVE WRK-DATA-NUM TO WRK-FIM-NOVA
           END-IF.
           IF WRK-EXATA EQUAL 'S'
               PERFORM 0230-REGRAVA-EXATA
           ELSE
               PERFORM 0240-GRAVA-NOVA
           END-IF.

       0215-CLASSIFICA-VIGENCIA SECTION.
           IF PRH-DATA-INICIO EQUAL PRC-DATA
               MOVE 'S' TO WRK-EXATA
           END-IF.
           IF PRH-DATA-INICIO <= WRK-DATA-VESPERA
               AND PRH-DATA-FIM >= WRK-DATA-VESPERA
               MOVE 'S' TO WRK-ANTERIOR
               MOVE PRH-CHAVE TO WRK-CHAVE-ANTERIOR
               MOVE PRH-DATA-FIM TO WRK-FIM-ANTERIOR
               MOVE PRH-PRECO TO PRC-PRECO-ANTERIOR
           END-IF.
           IF PRH-DATA-INICIO > PRC-DATA
               AND PRH-DATA-INICIO < WRK-PROXIMO-INICIO
               MOVE PRH-DATA-INICIO TO WRK-PROXIMO-INICIO
           END-IF.

       0220-FECHA-ANTERIOR SECTION.
           MOVE WRK-CHAVE-ANTERIOR TO PRH-CHAVE.
           READ PRECOS
               INVALID KEY
                   MOVE 'E' TO PRC-RESULTADO
               NOT INVALID KEY
                   MOVE WRK-DATA-VESPERA TO PRH-DATA-FIM
                   REWRITE REG-PRECOS
                       INVALID KEY
                           MOVE 'E' TO PRC-RESULTADO
                   END-REWRITE
           END-READ.

       0230-REGRAVA-EXATA SECTION.
           MOVE PRC-PRODUTO TO PRH-PRODUTO.
           MOVE PRC-DATA TO PRH-DATA-INICIO.
           READ PRECOS
               INVALID KEY
                   MOVE 'E' TO PRC-RESULTADO
               NOT INVALID KEY
                   MOVE PRC-PRECO TO PRH-PRECO
                   MOVE PRC-ORIGEM TO PRH-ORIGEM
                   MOVE WRK-DATA-HOJE TO PRH-DATA-CADASTRO
                   REWRITE REG-PRECOS
                       INVALID KEY
                           MOVE 'E' TO PRC-RESULTADO
                   END-REWRITE
           END-READ.

       0240-GRAVA-NOVA SECTION.
           MOVE SPACES TO REG-PRECOS.
           MOVE PRC-PRODUTO TO PRH-PRODUTO.
           MOVE PRC-DATA TO PRH-DATA-INICIO.
           MOVE WRK-FIM-NOVA TO PRH-DATA-FIM.
           MOVE PRC-PRECO TO PRH-PRECO.
           MOVE PRC-ORIGEM TO PRH-ORIGEM.
           MOVE WRK-DATA-HOJE TO PRH-DATA-CADASTRO.
           WRITE REG-PRECOS
               INVALID KEY
                   MOVE 'E' TO PRC-RESULTADO
           END-WRITE.
