       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ127.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: MODULO DE PERIODO FECHADO -- DIZ SE O MES DE UMA
      *==            DATA JA FOI FECHADO PELO FECHAMENTO MENSAL
      *==            (ARQ126, PERIODOS-FECHADOS.TXT); CHAMADO PELA
      *==            ENTRADA DE PEDIDOS (ARQ027, ARQ063), PELO
      *==            FATURAMENTO (ARQ061), PELA GERACAO DE FATURAS
      *==            (ARQ064) E PELA BAIXA DE PAGAMENTOS (ARQ065,
      *==            ARQ066) PARA RECUSAR LANCAMENTO EM MES FECHADO
      *==  O CONTROLE E SO DE INCLUSAO -- A ULTIMA LINHA DE CADA
      *==  PERIODO (F=FECHADO, R=REABERTO) E A QUE VALE
      *==  O MODULO NAO E INITIAL -- A TABELA DE PERIODOS FICA
      *==  CARREGADA ENTRE AS CHAMADAS DA MESMA EXECUCAO (COMO O
      *==  CALENDARIO DO ARQ092); A FUNCAO 'R' FORCA A RECARGA
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO
               "PERIODOS-FECHADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODOS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODOS.
       01 REG-PERIODO.
           COPY PFCREG.

       WORKING-STORAGE SECTION.
       77 FS-PERIODOS PIC 9(02) VALUE ZEROS.

      *===========TABELA DE PERIODOS (CARGA UNICA)============
       77 WRK-PER-CARREGADO PIC X(01) VALUE 'N'.
       01 WRK-TAB-PERIODOS.
           05 WRK-PER-ITEM OCCURS 240 TIMES
               INDEXED BY WRK-PER-IDX.
               10 WRK-PER-PERIODO  PIC X(06).
               10 WRK-PER-SITUACAO PIC X(01).
       77 WRK-PER-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-PER-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-PER-BUSCA PIC X(06) VALUE SPACES.

       LINKAGE SECTION.
       01 PFP-PARAMETROS.
           COPY PFPPRM.

       PROCEDURE DIVISION USING PFP-PARAMETROS.
       000-MAIN      SECTION.
           MOVE 'A' TO PFP-RESULTADO.
           IF PFP-FUNCAO EQUAL 'R'
               MOVE 'N' TO WRK-PER-CARREGADO
           END-IF.
           PERFORM 0110-CARREGA-PERIODOS.
           IF PFP-FUNCAO EQUAL 'V'
               AND PFP-DATA IS NUMERIC
               PERFORM 0200-VERIFICA-PERIODO
           END-IF.
           GOBACK.

       0110-CARREGA-PERIODOS SECTION.
      *==  SEM O CONTROLE NENHUM MES FOI FECHADO AINDA -- TODOS
      *==  FICAM ABERTOS
           IF WRK-PER-CARREGADO NOT EQUAL 'S'
               MOVE 'S' TO WRK-PER-CARREGADO
               MOVE ZEROS TO WRK-PER-TOTAL
               OPEN INPUT PERIODOS
               IF FS-PERIODOS EQUAL 00
                   READ PERIODOS
                   PERFORM UNTIL FS-PERIODOS NOT EQUAL 00
                       PERFORM 0120-REGISTRA-PERIODO
                       READ PERIODOS
                   END-PERFORM
                   CLOSE PERIODOS
               END-IF
           END-IF.

       0120-REGISTRA-PERIODO SECTION.
      *==  A LINHA MAIS NOVA DO PERIODO SOBREPOE A SITUACAO DA
      *==  ANTERIOR -- FECHAR, REABRIR E FECHAR DE NOVO DA 'F'
           MOVE PFC-PERIODO TO WRK-PER-BUSCA.
           PERFORM 0150-PROCURA-PERIODO.
           IF WRK-PER-ACHADO EQUAL 'S'
               MOVE PFC-SITUACAO TO WRK-PER-SITUACAO (WRK-PER-IDX)
           ELSE
               IF WRK-PER-TOTAL < 240
                   ADD 1 TO WRK-PER-TOTAL
                   MOVE PFC-PERIODO TO
                       WRK-PER-PERIODO (WRK-PER-TOTAL)
                   MOVE PFC-SITUACAO TO
                       WRK-PER-SITUACAO (WRK-PER-TOTAL)
               END-IF
           END-IF.

       0150-PROCURA-PERIODO SECTION.
           MOVE 'N' TO WRK-PER-ACHADO.
           SET WRK-PER-IDX TO 1.
           PERFORM UNTIL WRK-PER-IDX > WRK-PER-TOTAL
                   OR WRK-PER-ACHADO EQUAL 'S'
               IF WRK-PER-PERIODO (WRK-PER-IDX) EQUAL WRK-PER-BUSCA
                   MOVE 'S' TO WRK-PER-ACHADO
               ELSE
                   SET WRK-PER-IDX UP BY 1
               END-IF
           END-PERFORM.

       0200-VERIFICA-PERIODO SECTION.
           MOVE PFP-DATA (1:6) TO WRK-PER-BUSCA.
           PERFORM 0150-PROCURA-PERIODO.
           IF WRK-PER-ACHADO EQUAL 'S'
               IF WRK-PER-SITUACAO (WRK-PER-IDX) EQUAL 'F'
                   MOVE 'F' TO PFP-RESULTADO
               END-IF
           END-IF.
