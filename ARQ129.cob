       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ129.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: MODULO DE CALCULO DO ICMS -- PROCURA A ALIQUOTA
      *==            DA UF DE DESTINO E DA CLASSE FISCAL DO PRODUTO
      *==            NA TABELA ALIQUOTAS-ICMS.TXT (ARQ128, VIDE
      *==            ICMREG) E DEVOLVE O IMPOSTO SOBRE A BASE
      *==            INFORMADA; CHAMADO PELA ENTRADA DE PEDIDOS
      *==            (ARQ027, ARQ063, ARQ095) E PELA GERACAO DE
      *==            FATURAS (ARQ064)
      *==  A PROCURA E PELA UF + CLASSE E, NA FALTA, PELA UF + "00"
      *==  (ALIQUOTA GERAL DA UF); CLASSE EM BRANCO E "00"
      *==  O MODULO NAO E INITIAL -- A TABELA FICA CARREGADA ENTRE AS
      *==  CHAMADAS DA MESMA EXECUCAO (COMO O CALENDARIO DO ARQ092);
      *==  A FUNCAO 'R' FORCA A RECARGA
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIQUOTAS ASSIGN TO
               "ALIQUOTAS-ICMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALIQUOTAS.

       DATA DIVISION.
       FILE SECTION.
       FD ALIQUOTAS.
       01 REG-ALIQUOTA.
           COPY ICMREG.

       WORKING-STORAGE SECTION.
       77 FS-ALIQUOTAS PIC 9(02) VALUE ZEROS.

      *===========TABELA DE ALIQUOTAS (CARGA UNICA)===========
       77 WRK-ICM-CARREGADO PIC X(01) VALUE 'N'.
       01 WRK-TAB-ALIQUOTAS.
           05 WRK-ICM-ITEM OCCURS 500 TIMES
               INDEXED BY WRK-ICM-IDX.
               10 WRK-ICM-UF       PIC X(02).
               10 WRK-ICM-CLASSE   PIC X(02).
               10 WRK-ICM-ALIQUOTA PIC 9(02)V99.
       77 WRK-ICM-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-ICM-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-ICM-CLASSE-BUSCA PIC X(02) VALUE SPACES.

       LINKAGE SECTION.
       01 ICP-PARAMETROS.
           COPY ICPPRM.

       PROCEDURE DIVISION USING ICP-PARAMETROS.
       000-MAIN      SECTION.
           MOVE 'N' TO ICP-RESULTADO.
           MOVE ZEROS TO ICP-ALIQUOTA.
           MOVE ZEROS TO ICP-VALOR.
           IF ICP-FUNCAO EQUAL 'R'
               MOVE 'N' TO WRK-ICM-CARREGADO
           END-IF.
           PERFORM 0110-CARREGA-ALIQUOTAS.
           IF ICP-FUNCAO EQUAL 'C'
               PERFORM 0200-CALCULA-ICMS
           END-IF.
           GOBACK.

       0110-CARREGA-ALIQUOTAS SECTION.
      *==  SEM A TABELA NENHUMA UF TEM ALIQUOTA -- TODO CALCULO
      *==  VOLTA 'N'
           IF WRK-ICM-CARREGADO NOT EQUAL 'S'
               MOVE 'S' TO WRK-ICM-CARREGADO
               MOVE ZEROS TO WRK-ICM-TOTAL
               OPEN INPUT ALIQUOTAS
               IF FS-ALIQUOTAS EQUAL 00
                   READ ALIQUOTAS
                   PERFORM UNTIL FS-ALIQUOTAS NOT EQUAL 00
                           OR WRK-ICM-TOTAL EQUAL 500
                       IF ICM-ALIQUOTA IS NUMERIC
                           AND ICM-UF NOT EQUAL SPACES
                           ADD 1 TO WRK-ICM-TOTAL
                           MOVE ICM-UF TO WRK-ICM-UF (WRK-ICM-TOTAL)
                           MOVE ICM-CLASSE TO
                               WRK-ICM-CLASSE (WRK-ICM-TOTAL)
                           MOVE ICM-ALIQUOTA TO
                               WRK-ICM-ALIQUOTA (WRK-ICM-TOTAL)
                       END-IF
                       READ ALIQUOTAS
                   END-PERFORM
                   CLOSE ALIQUOTAS
               END-IF
           END-IF.

       0200-CALCULA-ICMS SECTION.
           MOVE ICP-CLASSE TO WRK-ICM-CLASSE-BUSCA.
           IF WRK-ICM-CLASSE-BUSCA EQUAL SPACES
               MOVE "00" TO WRK-ICM-CLASSE-BUSCA
           END-IF.
           PERFORM 0250-PROCURA-ALIQUOTA.
           IF WRK-ICM-ACHADO NOT EQUAL 'S'
               AND WRK-ICM-CLASSE-BUSCA NOT EQUAL "00"
               MOVE "00" TO WRK-ICM-CLASSE-BUSCA
               PERFORM 0250-PROCURA-ALIQUOTA
           END-IF.
           IF WRK-ICM-ACHADO EQUAL 'S'
               MOVE 'S' TO ICP-RESULTADO
               MOVE WRK-ICM-ALIQUOTA (WRK-ICM-IDX) TO ICP-ALIQUOTA
               IF ICP-BASE IS NUMERIC
                   COMPUTE ICP-VALOR ROUNDED =
                       ICP-BASE * ICP-ALIQUOTA / 100
               END-IF
           END-IF.

       0250-PROCURA-ALIQUOTA SECTION.
           MOVE 'N' TO WRK-ICM-ACHADO.
           SET WRK-ICM-IDX TO 1.
           PERFORM UNTIL WRK-ICM-IDX > WRK-ICM-TOTAL
                   OR WRK-ICM-ACHADO EQUAL 'S'
               IF WRK-ICM-UF (WRK-ICM-IDX) EQUAL ICP-UF
                   AND WRK-ICM-CLASSE (WRK-ICM-IDX) EQUAL
                       WRK-ICM-CLASSE-BUSCA
                   MOVE 'S' TO WRK-ICM-ACHADO
               ELSE
                   SET WRK-ICM-IDX UP BY 1
               END-IF
           END-PERFORM.
