      *==            CONSULTADO PELA ENTRADA DE PEDIDOS (ARQ027)
      *==            PARA QUE DESCRICAO E VALOR VENHAM DA TABELA E
      *==            NAO DO TECLADO
      *==  O PRECO TEM VIGENCIA (MODULO ARQ106): PRECO INCLUIDO OU
      *==  ALTERADO AQUI PASSA A VALER A PARTIR DE HOJE E A VIGENCIA
      *==  ANTERIOR E FECHADA NA VESPERA -- O PRECO DE UM PEDIDO
      *==  ANTIGO CONTINUA CONSULTAVEL; A LISTAGEM MOSTRA O PRECO
      *==  VIGENTE HOJE (REAJUSTES PROGRAMADOS PELO ARQ107 ENTRAM
      *==  SOZINHOS NA DATA EFETIVA)
      *==  CADA PRODUTO TEM A SUA CLASSE FISCAL (PRD-CLASSE-FISCAL),
      *==  QUE COM A UF DO CLIENTE DA A ALIQUOTA DE ICMS DO ITEM
      *==  (TABELA DO ARQ128); EM BRANCO GRAVA "00", A GERAL DA UF
      *==  EM TEST (AMBIENTE.TXT) A TABELA MANTIDA E A PRODUTOS-TEST.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT PRODUTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PRODUTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUTOS.


       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRDREG.

       FD PRODUTOS-TMP.
       01 REG-PRD-TMP PIC X(60).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-PRODUTOS PIC 9(02) VALUE ZEROS.
       77 FS-PRD-TMP PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-PRODUTOS PIC X(30) VALUE SPACES.

       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.

      *===========VARIAVEIS DE ENTRADA DE DADOS============
       77 WRK-DESCRICAO PIC X(40) VALUE SPACES.
       77 WRK-PRECO-ALFA PIC X(12) VALUE SPACES.
       77 WRK-PRECO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CLASSE-FISCAL PIC X(02) VALUE SPACES.
       77 WRK-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-PRECO-EDITADO PIC ZZZZZZ9.99.
       77 WRK-PRECO-ATUAL PIC 9(07)V99 VALUE ZEROS.

      *===========PRECO COM VIGENCIA (ARQ106)=================
       01 WRK-PRC-PARAMETROS.
           COPY PRCPRM.

      *================ACUMULADORES===================================
       77 WRK-ACUM-PRODUTOS PIC 9(04) VALUE ZEROS.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           DISPLAY "MANUTENCAO DO CATALOGO DE PRODUTOS".
           PERFORM 0110-LISTA-CATALOGO.
           DISPLAY "OPERACAO (I=INCLUIR A=ALTERAR E=EXCLUIR)...".
           ACCEPT WRK-OPERACAO.

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
                   MOVE "PRODUTOS-TEST.TXT" TO WRK-CAMINHO-PRODUTOS
               WHEN OTHER
                   MOVE "PRODUTOS.TXT" TO WRK-CAMINHO-PRODUTOS
           END-EVALUATE.

       0110-LISTA-CATALOGO SECTION.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 00
               READ PRODUTOS
               PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
                   ADD 1 TO WRK-ACUM-PRODUTOS
                   MOVE PRD-CODIGO TO WRK-CODIGO
                   MOVE PRD-PRECO TO WRK-PRECO-ATUAL
                   PERFORM 0280-CONSULTA-VIGENTE
                   MOVE WRK-PRECO-ATUAL TO WRK-PRECO-EDITADO
                   DISPLAY "   " PRD-CODIGO " " PRD-DESCRICAO
                       " " WRK-PRECO-EDITADO " CL " PRD-CLASSE-FISCAL
                   READ PRODUTOS
               END-PERFORM
               CLOSE PRODUTOS
               MOVE WRK-CODIGO TO PRD-CODIGO
               MOVE WRK-DESCRICAO TO PRD-DESCRICAO
               MOVE WRK-PRECO TO PRD-PRECO
               MOVE WRK-CLASSE-FISCAL TO PRD-CLASSE-FISCAL
               WRITE REG-PRODUTO
               CLOSE PRODUTOS
               PERFORM 0290-GRAVA-VIGENCIA
               DISPLAY "PRODUTO INCLUIDO"
           END-IF.

           IF WRK-ACHADO EQUAL 'N'
               DISPLAY "PRODUTO NAO ENCONTRADO"
           ELSE
               PERFORM 0280-CONSULTA-VIGENTE
               PERFORM 0270-REESCREVE-CATALOGO
               IF WRK-PRECO NOT EQUAL WRK-PRECO-ATUAL
                   PERFORM 0290-GRAVA-VIGENCIA
               END-IF
               DISPLAY "PRODUTO ALTERADO"
           END-IF.

           DISPLAY "DIGITE O PRECO UNITARIO (EX: 1234.56)...".
           ACCEPT WRK-PRECO-ALFA.
           COMPUTE WRK-PRECO = FUNCTION NUMVAL (WRK-PRECO-ALFA).
           DISPLAY "DIGITE A CLASSE FISCAL DO ICMS (ENTER=00)...".
           MOVE SPACES TO WRK-CLASSE-FISCAL.
           ACCEPT WRK-CLASSE-FISCAL.
           IF WRK-CLASSE-FISCAL EQUAL SPACES
               MOVE "00" TO WRK-CLASSE-FISCAL
           END-IF.

       0260-PROCURA-PRODUTO SECTION.
           MOVE 'N' TO WRK-ACHADO.
                       OR WRK-ACHADO EQUAL 'S'
                   IF PRD-CODIGO EQUAL WRK-CODIGO
                       MOVE 'S' TO WRK-ACHADO
                       MOVE PRD-PRECO TO WRK-PRECO-ATUAL
                   END-IF
                   READ PRODUTOS
               END-PERFORM
                       MOVE WRK-CODIGO TO PRD-CODIGO
                       MOVE WRK-DESCRICAO TO PRD-DESCRICAO
                       MOVE WRK-PRECO TO PRD-PRECO
                       MOVE WRK-CLASSE-FISCAL TO PRD-CLASSE-FISCAL
                       MOVE REG-PRODUTO TO REG-PRD-TMP
                       WRITE REG-PRD-TMP
                   END-IF
           OPEN OUTPUT PRODUTOS-TMP.
           CLOSE PRODUTOS-TMP.

       0280-CONSULTA-VIGENTE SECTION.
      *==  WRK-PRECO-ATUAL CHEGA COM O PRECO DO CATALOGO E SAI COM O
      *==  DA VIGENCIA DE HOJE, QUANDO HOUVER
           MOVE 'C' TO PRC-FUNCAO.
           MOVE WRK-CODIGO TO PRC-PRODUTO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PRC-DATA.
           CALL "ARQ106" USING WRK-PRC-PARAMETROS.
           IF PRC-RESULTADO EQUAL 'S'
               MOVE PRC-PRECO TO WRK-PRECO-ATUAL
           END-IF.

       0290-GRAVA-VIGENCIA SECTION.
           MOVE 'G' TO PRC-FUNCAO.
           MOVE WRK-CODIGO TO PRC-PRODUTO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PRC-DATA.
           MOVE WRK-PRECO TO PRC-PRECO.
           MOVE "ARQ062" TO PRC-ORIGEM.
           CALL "ARQ106" USING WRK-PRC-PARAMETROS.
           IF PRC-RESULTADO NOT EQUAL 'S'
               DISPLAY "ERRO AO GRAVAR A VIGENCIA DO PRECO"
           ELSE
               DISPLAY "PRECO VIGENTE A PARTIR DE " PRC-DATA
           END-IF.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".

