       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ157 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO DIARIO DE FILAS DE TRABALHO PARA OS
      *==            SUPERVISORES (RELATORIO-FILAS-TRABALHO.TXT) --
      *==            PARA CADA UMA DAS OITO FILAS QUE ESPERAM POR UMA
      *==            PESSOA (MODULO ARQ155, VIDE FTRPRM) MOSTRA A
      *==            QUANTIDADE, A DATA E A IDADE DO ITEM MAIS ANTIGO,
      *==            O PROGRAMA QUE TRATA A FILA E A VARIACAO DESDE A
      *==            RODADA ANTERIOR; RODA NA CADEIA NOTURNA (ARQ036)
      *==  A FOTOGRAFIA DE CADA NOITE E ACRESCENTADA EM
      *==  FILAS-HISTORICO.TXT (DATA, FILA, QUANTIDADE, IDADE) E A
      *==  VARIACAO E CONTRA A ULTIMA FOTOGRAFIA DE DIA ANTERIOR
      *==  FILA COM ITEM MAIS ANTIGO QUE WRK-DIAS-ATRASO DIAS SAI
      *==  MARCADA COMO ATRASADA
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO ASSIGN TO
               "FILAS-HISTORICO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-FILAS-TRABALHO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO.
       01 REG-HISTORICO.
           05 HIS-DATA           PIC X(08).
           05 FILLER             PIC X(01).
           05 HIS-FILA           PIC 9(02).
           05 FILLER             PIC X(01).
           05 HIS-QTDE           PIC 9(06).
           05 FILLER             PIC X(01).
           05 HIS-IDADE          PIC 9(05).

       FD RELATORIO.
       01 REG-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.

      *===========RETORNO DA ETAPA PARA A CADEIA (ARQ036)=====
      *==  RETURN-CODE E O STATUS DE SAIDA DO PROCESSO PARA O
      *==  ESCALONADOR; COMO OS PROGRAMAS SAO INITIAL, O ITEM
      *==  EXTERNAL LEVA O MESMO STATUS DE VOLTA AO DRIVER DA
      *==  CADEIA DENTRO DA MESMA EXECUCAO
       01 CADEIA-RETORNO EXTERNAL PIC 9(02).

       77 FS-HISTORICO PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

      *===========FILAS DE TRABALHO (ARQ155)==================
       01 WRK-FTR-PARAMETROS.
           COPY FTRPRM.
       77 WRK-FILA PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC 9(03) VALUE 5.

      *===========FOTOGRAFIA ANTERIOR=========================
       01 WRK-TAB-ANTERIOR.
           05 WRK-ANT-ITEM OCCURS 8 TIMES.
               10 WRK-ANT-DATA    PIC X(08).
               10 WRK-ANT-QTDE    PIC 9(06).
       77 WRK-VARIACAO PIC S9(06) VALUE ZEROS.

      *===========LINHA DO RELATORIO==========================
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-FILA        PIC Z9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-DESCRICAO   PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-PROGRAMA    PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WRK-LIN-NIVEL       PIC 9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-QTDE        PIC ZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-DATA        PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-IDADE       PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-VARIACAO    PIC +ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-SITUACAO    PIC X(10).

      *================ACUMULADORES===================================
       77 WRK-ACUM-ITENS PIC 9(07) VALUE ZEROS.
       77 WRK-ACUM-ATRASADAS PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           PERFORM 0110-LE-HISTORICO.
           MOVE 'C' TO FTR-FUNCAO.
           MOVE WRK-DATA-HOJE TO FTR-DATA-BASE.
           CALL "ARQ155" USING WRK-FTR-PARAMETROS.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0110-LE-HISTORICO SECTION.
      *==  GUARDA, POR FILA, A ULTIMA FOTOGRAFIA DE DIA ANTERIOR A
      *==  HOJE -- UMA REEXECUCAO NO MESMO DIA NAO ZERA A VARIACAO
           PERFORM VARYING WRK-FILA FROM 1 BY 1 UNTIL WRK-FILA > 8
               MOVE SPACES TO WRK-ANT-DATA (WRK-FILA)
               MOVE ZEROS TO WRK-ANT-QTDE (WRK-FILA)
           END-PERFORM.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO EQUAL 00
               READ HISTORICO
               PERFORM UNTIL FS-HISTORICO NOT EQUAL 00
                   IF HIS-DATA < WRK-DATA-HOJE
                       AND HIS-FILA IS NUMERIC
                       AND HIS-FILA > ZERO AND HIS-FILA NOT > 8
                       MOVE HIS-DATA TO WRK-ANT-DATA (HIS-FILA)
                       MOVE HIS-QTDE TO WRK-ANT-QTDE (HIS-FILA)
                   END-IF
                   READ HISTORICO
               END-PERFORM
               CLOSE HISTORICO
           END-IF.

       0200-PROCESS SECTION.
           MOVE SPACES TO REG-RELATORIO.
           STRING "FILAS DE TRABALHO -- POSICAO DE " DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "FL FILA                           PROG. NV   QTDE"
               TO REG-RELATORIO.
           MOVE " MAIS ANT. IDADE  VARIA SITUACAO" TO
               REG-RELATORIO (51:32).
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-FILA FROM 1 BY 1
               UNTIL WRK-FILA > FTR-QTDE-FILAS
               PERFORM 0210-IMPRIME-FILA
           END-PERFORM.
           PERFORM 0220-GRAVA-HISTORICO.

       0210-IMPRIME-FILA SECTION.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE WRK-FILA TO WRK-LIN-FILA.
           MOVE FTR-DESCRICAO (WRK-FILA) TO WRK-LIN-DESCRICAO.
           MOVE FTR-PROGRAMA (WRK-FILA) TO WRK-LIN-PROGRAMA.
           MOVE FTR-NIVEL (WRK-FILA) TO WRK-LIN-NIVEL.
           MOVE FTR-QTDE (WRK-FILA) TO WRK-LIN-QTDE.
           MOVE FTR-DATA-ANTIGA (WRK-FILA) TO WRK-LIN-DATA.
           MOVE FTR-IDADE (WRK-FILA) TO WRK-LIN-IDADE.
           ADD FTR-QTDE (WRK-FILA) TO WRK-ACUM-ITENS.
           IF WRK-ANT-DATA (WRK-FILA) NOT EQUAL SPACES
               COMPUTE WRK-VARIACAO =
                   FTR-QTDE (WRK-FILA) - WRK-ANT-QTDE (WRK-FILA)
               MOVE WRK-VARIACAO TO WRK-LIN-VARIACAO
           END-IF.
           EVALUATE TRUE
               WHEN FTR-QTDE (WRK-FILA) EQUAL ZERO
                   MOVE "EM DIA" TO WRK-LIN-SITUACAO
               WHEN FTR-IDADE (WRK-FILA) > WRK-DIAS-ATRASO
                   MOVE "ATRASADA" TO WRK-LIN-SITUACAO
                   ADD 1 TO WRK-ACUM-ATRASADAS
               WHEN OTHER
                   MOVE "PENDENTE" TO WRK-LIN-SITUACAO
           END-EVALUATE.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0220-GRAVA-HISTORICO SECTION.
           OPEN EXTEND HISTORICO.
           IF FS-HISTORICO EQUAL 35
               OPEN OUTPUT HISTORICO
               CLOSE HISTORICO
               OPEN EXTEND HISTORICO
           END-IF.
           PERFORM VARYING WRK-FILA FROM 1 BY 1
               UNTIL WRK-FILA > FTR-QTDE-FILAS
               MOVE SPACES TO REG-HISTORICO
               MOVE WRK-DATA-HOJE TO HIS-DATA
               MOVE WRK-FILA TO HIS-FILA
               MOVE FTR-QTDE (WRK-FILA) TO HIS-QTDE
               MOVE FTR-IDADE (WRK-FILA) TO HIS-IDADE
               WRITE REG-HISTORICO
           END-PERFORM.
           CLOSE HISTORICO.

       0300-FINISH SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "ITENS ESPERANDO: " DELIMITED BY SIZE
               WRK-ACUM-ITENS DELIMITED BY SIZE
               "  FILAS ATRASADAS (MAIS DE " DELIMITED BY SIZE
               WRK-DIAS-ATRASO DELIMITED BY SIZE
               " DIAS): " DELIMITED BY SIZE
               WRK-ACUM-ATRASADAS DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "ITENS NAS FILAS......: " WRK-ACUM-ITENS.
           DISPLAY "FILAS ATRASADAS......: " WRK-ACUM-ATRASADAS.
           DISPLAY "VIDE RELATORIO-FILAS-TRABALHO.TXT".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           MOVE 8 TO CADEIA-RETORNO.
           GOBACK.
