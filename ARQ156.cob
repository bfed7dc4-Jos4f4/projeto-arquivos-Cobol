       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ156 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LISTA DE TRABALHO DO OPERADOR -- MOSTRA, LOGO
      *==            APOS O SIGN-ON NO ARQ000 (E PELA OPCAO 70 DO
      *==            MENU), TUDO O QUE ESTA ESPERANDO POR UMA PESSOA
      *==            NAS OITO FILAS (MODULO ARQ155, VIDE FTRPRM): A
      *==            QUANTIDADE E A IDADE DO ITEM MAIS ANTIGO DE CADA
      *==            FILA QUE O NIVEL DO OPERADOR PERMITE TRATAR; O
      *==            NUMERO DA FILA LEVA DIRETO AO PROGRAMA QUE A
      *==            TRABALHA E, NA VOLTA, A LISTA E RECONTADA
      *==  O OPERADOR E O DA SESSAO (OPERADOR-SESSAO.TXT) E O NIVEL E
      *==  O DE OPERADORES.TXT; SEM SESSAO O PROGRAMA PERGUNTA O CODIGO
      *==  ENTER VOLTA AO MENU
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO
               "OPERADORES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

           SELECT OPERADOR-SESSAO ASSIGN TO
               "OPERADOR-SESSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPR-CODIGO PIC X(04).
           05 FILLER PIC X(01).
           05 OPR-NIVEL PIC 9(01).
           05 FILLER PIC X(01).
           05 OPR-NOME PIC X(20).

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       WORKING-STORAGE SECTION.
       77 FS-OPERADORES PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.

      *===========IDENTIFICACAO DO OPERADOR===================
       77 WRK-OPERADOR PIC X(04) VALUE "????".
       77 WRK-NIVEL PIC 9(01) VALUE ZERO.

      *===========FILAS DE TRABALHO (ARQ155)==================
       01 WRK-FTR-PARAMETROS.
           COPY FTRPRM.
       77 WRK-FILA PIC 9(02) VALUE ZEROS.
       77 WRK-FILAS-VISIVEIS PIC 9(02) VALUE ZEROS.
       77 WRK-ITENS-VISIVEIS PIC 9(07) VALUE ZEROS.
       77 WRK-ESCOLHA PIC X(02) VALUE SPACES.
       77 WRK-ENCERRA PIC X(01) VALUE 'N'.
       77 WRK-QTDE-EDIT PIC ZZZZZ9.
       77 WRK-IDADE-EDIT PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           OPEN INPUT OPERADOR-SESSAO.
           IF FS-SESSAO EQUAL 00
               READ OPERADOR-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-SESSAO TO WRK-OPERADOR
               END-READ
               CLOSE OPERADOR-SESSAO
           END-IF.
           IF WRK-OPERADOR EQUAL "????" OR WRK-OPERADOR EQUAL SPACES
               DISPLAY "CODIGO DO OPERADOR..."
               ACCEPT WRK-OPERADOR
           END-IF.
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT EQUAL 00
               MOVE "ARQUIVO OPERADORES.TXT AUSENTE" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           READ OPERADORES.
           PERFORM UNTIL FS-OPERADORES NOT EQUAL 00
               IF OPR-CODIGO EQUAL WRK-OPERADOR
                   MOVE OPR-NIVEL TO WRK-NIVEL
               END-IF
               READ OPERADORES
           END-PERFORM.
           CLOSE OPERADORES.

       0200-PROCESS SECTION.
           PERFORM UNTIL WRK-ENCERRA EQUAL 'S'
               PERFORM 0210-EXIBE-LISTA
               IF WRK-ITENS-VISIVEIS EQUAL ZERO
                   MOVE 'S' TO WRK-ENCERRA
               ELSE
                   DISPLAY "NUMERO DA FILA PARA TRATAR (ENTER=MENU)..."
                   MOVE SPACES TO WRK-ESCOLHA
                   ACCEPT WRK-ESCOLHA
                   IF WRK-ESCOLHA EQUAL SPACES
                       MOVE 'S' TO WRK-ENCERRA
                   ELSE
                       PERFORM 0220-TRATA-ESCOLHA
                   END-IF
               END-IF
           END-PERFORM.

       0210-EXIBE-LISTA SECTION.
           MOVE 'C' TO FTR-FUNCAO.
           MOVE SPACES TO FTR-DATA-BASE.
           CALL "ARQ155" USING WRK-FTR-PARAMETROS.
           MOVE ZEROS TO WRK-FILAS-VISIVEIS WRK-ITENS-VISIVEIS.
           DISPLAY "================================".
           DISPLAY "LISTA DE TRABALHO -- " WRK-OPERADOR.
           PERFORM VARYING WRK-FILA FROM 1 BY 1
               UNTIL WRK-FILA > FTR-QTDE-FILAS
               IF WRK-NIVEL >= FTR-NIVEL (WRK-FILA)
                   ADD 1 TO WRK-FILAS-VISIVEIS
                   ADD FTR-QTDE (WRK-FILA) TO WRK-ITENS-VISIVEIS
                   MOVE FTR-QTDE (WRK-FILA) TO WRK-QTDE-EDIT
                   IF FTR-QTDE (WRK-FILA) EQUAL ZERO
                       DISPLAY WRK-FILA " - " FTR-DESCRICAO (WRK-FILA)
                           " " WRK-QTDE-EDIT
                   ELSE
                       IF FTR-DATA-ANTIGA (WRK-FILA) EQUAL SPACES
                           DISPLAY WRK-FILA " - "
                               FTR-DESCRICAO (WRK-FILA)
                               " " WRK-QTDE-EDIT
                               "  MAIS ANTIGO SEM DATA"
                       ELSE
                           MOVE FTR-IDADE (WRK-FILA) TO WRK-IDADE-EDIT
                           DISPLAY WRK-FILA " - "
                               FTR-DESCRICAO (WRK-FILA)
                               " " WRK-QTDE-EDIT
                               "  MAIS ANTIGO HA " WRK-IDADE-EDIT
                               " DIA(S)"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-ITENS-VISIVEIS EQUAL ZERO
               DISPLAY "NADA PENDENTE NAS SUAS FILAS"
           END-IF.
           DISPLAY "================================".

       0220-TRATA-ESCOLHA SECTION.
           IF FUNCTION TRIM(WRK-ESCOLHA) IS NOT NUMERIC
               DISPLAY "FILA INVALIDA"
           ELSE
               COMPUTE WRK-FILA = FUNCTION NUMVAL(WRK-ESCOLHA)
               IF WRK-FILA < 1 OR WRK-FILA > FTR-QTDE-FILAS
                   DISPLAY "FILA INVALIDA"
               ELSE
                   IF WRK-NIVEL < FTR-NIVEL (WRK-FILA)
                       DISPLAY "FILA NAO AUTORIZADA PARA O SEU NIVEL"
                   ELSE
                       PERFORM 0230-CHAMA-PROGRAMA
                   END-IF
               END-IF
           END-IF.

       0230-CHAMA-PROGRAMA SECTION.
      *==  MESMA ORDEM DAS FILAS DO ARQ155 (VIDE FTRPRM)
           EVALUATE WRK-FILA
               WHEN 1
                   CALL "ARQ086"
               WHEN 2
                   CALL "ARQ066"
               WHEN 3
                   CALL "ARQ052"
               WHEN 4
                   CALL "ARQ081"
               WHEN 5
                   CALL "ARQ073"
               WHEN 6
                   CALL "ARQ094"
               WHEN 7
                   CALL "ARQ158"
               WHEN 8
                   CALL "ARQ163"
           END-EVALUATE.

       0300-FINISH SECTION.
           DISPLAY "FIM DA LISTA DE TRABALHO".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
