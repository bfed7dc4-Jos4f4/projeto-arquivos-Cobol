       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ162 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: PROMOCAO CONTROLADA DAS TABELAS DE REFERENCIA DE
      *==            TEST PARA PROD -- COMPARA A COPIA DE TEST
      *==            (<TABELA>-TEST.TXT) COM A DE PRODUCAO E GRAVA O
      *==            RELATORIO DE DIFERENCAS (PROMOCAO-DIFERENCAS.TXT)
      *==            COM AS LINHAS INCLUIDAS, ALTERADAS E REMOVIDAS;
      *==            CONFIRMADA POR UM OPERADOR NIVEL 3, GUARDA A
      *==            VERSAO DE PRODUCAO NUMA COPIA DATADA
      *==            (<TABELA>.AAAAMMDD-HHMMSS, PARA VOLTAR ATRAS SE
      *==            PRECISO), COPIA A TABELA DE TEST SOBRE A DE
      *==            PRODUCAO E REGISTRA A PROMOCAO EM PROMOCOES-LOG.TXT
      *==  TABELAS: PRODUTOS, DDD-REFERENCIA, CEP-FAIXAS, FERIADOS,
      *==  VENDEDORES E EXTRACAO-PARAMETROS (ARQ077); A CHAVE DE
      *==  COMPARACAO E A DA MANUTENCAO DE CADA TABELA E, NOS
      *==  PARAMETROS, O NOME ANTES DO "="
      *==  AS ALTERACOES DE DDD, CEP, FERIADOS E VENDEDORES TAMBEM VAO,
      *==  LINHA A LINHA, PARA O JORNAL DE PRODUCAO (ARQ159)
      *==  SEM A COPIA DE TEST, ELA E CRIADA A PARTIR DA DE PRODUCAO --
      *==  AS MANUTENCOES RODAM SOBRE ELA COM AMBIENTE.TXT = TEST,
      *==  JUNTO COM A MASSA MASCARADA DO ARQ056
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-TESTE ASSIGN TO
               DYNAMIC WRK-CAMINHO-TESTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TESTE.

           SELECT TABELA-PROD ASSIGN TO
               DYNAMIC WRK-CAMINHO-PROD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROD.

           SELECT COPIA-DATADA ASSIGN TO
               DYNAMIC WRK-CAMINHO-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIA.

           SELECT DIFERENCAS ASSIGN TO
               "PROMOCAO-DIFERENCAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIFERENCAS.

           SELECT LOG-PROMOCOES ASSIGN TO
               "PROMOCOES-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

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
       FD TABELA-TESTE.
       01 REG-TESTE PIC X(100).

       FD TABELA-PROD.
       01 REG-PROD PIC X(100).

       FD COPIA-DATADA.
       01 REG-COPIA PIC X(100).

       FD DIFERENCAS.
       01 REG-DIFERENCA PIC X(120).

       FD LOG-PROMOCOES.
       01 REG-LOG PIC X(132).

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
       77 FS-TESTE PIC 9(02) VALUE ZEROS.
       77 FS-PROD PIC 9(02) VALUE ZEROS.
       77 FS-COPIA PIC 9(02) VALUE ZEROS.
       77 FS-DIFERENCAS PIC 9(02) VALUE ZEROS.
       77 FS-LOG PIC 9(02) VALUE ZEROS.
       77 FS-OPERADORES PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.

      *===========TABELA ESCOLHIDA============================
       77 WRK-OPCAO-TABELA PIC X(01) VALUE SPACES.
       77 WRK-BASE PIC X(20) VALUE SPACES.
       77 WRK-TAMANHO-CHAVE PIC 9(02) VALUE ZEROS.
       77 WRK-JORNAL-TABELA PIC X(08) VALUE SPACES.
       77 WRK-CAMINHO-TESTE PIC X(40) VALUE SPACES.
       77 WRK-CAMINHO-PROD PIC X(40) VALUE SPACES.
       77 WRK-CAMINHO-COPIA PIC X(40) VALUE SPACES.
       77 WRK-PROD-EXISTE PIC X(01) VALUE 'N'.

      *===========OPERADOR QUE CONFIRMA (NIVEL 3)=============
       77 WRK-OPERADOR PIC X(04) VALUE "????".
       77 WRK-OPERADOR-NIVEL PIC 9(01) VALUE ZERO.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       77 WRK-CONFIRMADO PIC X(01) VALUE 'N'.

      *===========LINHAS DE TEST E DE PROD EM MEMORIA=========
      *==  SITUACAO DA LINHA DE TEST: I=INCLUIDA A=ALTERADA
      *==  BRANCO=IGUAL; PAR = POSICAO DA MESMA CHAVE EM PROD
      *==  MARCA DA LINHA DE PROD: S=CHAVE AINDA EXISTE EM TEST
       77 WRK-MAX-LINHAS PIC 9(04) VALUE 2000.
       01 WRK-TAB-TESTE.
           05 WRK-TST-ITEM OCCURS 2000 TIMES.
               10 WRK-TST-CHAVE     PIC X(20).
               10 WRK-TST-LINHA     PIC X(100).
               10 WRK-TST-SITUACAO  PIC X(01).
               10 WRK-TST-PAR       PIC 9(04).
       77 WRK-TST-TOTAL PIC 9(04) VALUE ZEROS.
       77 WRK-TST-IDX PIC 9(04) VALUE ZEROS.

       01 WRK-TAB-PROD.
           05 WRK-PRO-ITEM OCCURS 2000 TIMES.
               10 WRK-PRO-CHAVE     PIC X(20).
               10 WRK-PRO-LINHA     PIC X(100).
               10 WRK-PRO-MARCA     PIC X(01).
       77 WRK-PRO-TOTAL PIC 9(04) VALUE ZEROS.
       77 WRK-PRO-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-PRO-ACHADO PIC 9(04) VALUE ZEROS.

       77 WRK-LINHA PIC X(100) VALUE SPACES.
       77 WRK-CHAVE PIC X(20) VALUE SPACES.

      *===========JORNAL DE REFERENCIAS (ARQ159)==============
       01 WRK-JRP-PARAMETROS.
           COPY JRPPRM.

      *================ACUMULADORES===================================
       77 WRK-ACUM-INCLUIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ALTERADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-REMOVIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-DIFERENCAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-COPIADAS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           DISPLAY "PROMOCAO DE TABELA DE REFERENCIA DE TEST PARA PROD".
           DISPLAY "1 - PRODUTOS".
           DISPLAY "2 - DDD-REFERENCIA".
           DISPLAY "3 - CEP-FAIXAS".
           DISPLAY "4 - FERIADOS".
           DISPLAY "5 - VENDEDORES".
           DISPLAY "6 - EXTRACAO-PARAMETROS (ARQ077)".
           DISPLAY "TABELA...".
           ACCEPT WRK-OPCAO-TABELA.
           PERFORM 0110-SELECIONA-TABELA.
           MOVE SPACES TO WRK-CAMINHO-TESTE WRK-CAMINHO-PROD.
           STRING WRK-BASE DELIMITED BY SPACE
               "-TEST.TXT" DELIMITED BY SIZE
               INTO WRK-CAMINHO-TESTE.
           STRING WRK-BASE DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO WRK-CAMINHO-PROD.
           PERFORM 0130-CARREGA-PROD.
           PERFORM 0120-CARREGA-TESTE.

       0110-SELECIONA-TABELA SECTION.
      *==  O TAMANHO DA CHAVE E O DO CAMPO-CHAVE DA MANUTENCAO; A DO
      *==  CEP E "UF CEPINICIAL", COMO NO JORNAL; ZERO = PARAMETROS
           MOVE SPACES TO WRK-JORNAL-TABELA.
           EVALUATE WRK-OPCAO-TABELA
               WHEN '1'
                   MOVE "PRODUTOS" TO WRK-BASE
                   MOVE 6 TO WRK-TAMANHO-CHAVE
               WHEN '2'
                   MOVE "DDD-REFERENCIA" TO WRK-BASE
                   MOVE 2 TO WRK-TAMANHO-CHAVE
                   MOVE "DDD" TO WRK-JORNAL-TABELA
               WHEN '3'
                   MOVE "CEP-FAIXAS" TO WRK-BASE
                   MOVE 11 TO WRK-TAMANHO-CHAVE
                   MOVE "CEP" TO WRK-JORNAL-TABELA
               WHEN '4'
                   MOVE "FERIADOS" TO WRK-BASE
                   MOVE 8 TO WRK-TAMANHO-CHAVE
                   MOVE "FERIADO" TO WRK-JORNAL-TABELA
               WHEN '5'
                   MOVE "VENDEDORES" TO WRK-BASE
                   MOVE 3 TO WRK-TAMANHO-CHAVE
                   MOVE "VENDEDOR" TO WRK-JORNAL-TABELA
               WHEN '6'
                   MOVE "EXTRACAO-PARAMETROS" TO WRK-BASE
                   MOVE ZEROS TO WRK-TAMANHO-CHAVE
               WHEN OTHER
                   MOVE "TABELA INVALIDA" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.

       0120-CARREGA-TESTE SECTION.
           OPEN INPUT TABELA-TESTE.
           IF FS-TESTE EQUAL 35
               PERFORM 0125-CRIA-TESTE
               OPEN INPUT TABELA-TESTE
           END-IF.
           IF FS-TESTE NOT EQUAL 00
               MOVE "TABELA DE TEST NAO FOI ABERTA" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           READ TABELA-TESTE.
           PERFORM UNTIL FS-TESTE NOT EQUAL 00
               IF REG-TESTE NOT EQUAL SPACES
                   IF WRK-TST-TOTAL NOT < WRK-MAX-LINHAS
                       CLOSE TABELA-TESTE
                       MOVE "TABELA DE TEST ACIMA DE 2000" TO
                           WRK-MSG-ERRO
                       PERFORM 9000-TRATA-ERRO
                   END-IF
                   ADD 1 TO WRK-TST-TOTAL
                   MOVE REG-TESTE TO WRK-LINHA
                   PERFORM 0140-EXTRAI-CHAVE
                   MOVE WRK-CHAVE TO WRK-TST-CHAVE (WRK-TST-TOTAL)
                   MOVE WRK-LINHA TO WRK-TST-LINHA (WRK-TST-TOTAL)
                   MOVE SPACES TO WRK-TST-SITUACAO (WRK-TST-TOTAL)
                   MOVE ZEROS TO WRK-TST-PAR (WRK-TST-TOTAL)
               END-IF
               READ TABELA-TESTE
           END-PERFORM.
           CLOSE TABELA-TESTE.

       0125-CRIA-TESTE SECTION.
      *==  PRIMEIRA PROMOCAO DA TABELA: A COPIA DE TEST NASCE IGUAL A
      *==  DE PRODUCAO, PRONTA PARA SER ALTERADA E TESTADA
           IF WRK-PROD-EXISTE NOT EQUAL 'S'
               MOVE "TABELA AUSENTE EM TEST E PROD" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT TABELA-PROD.
           OPEN OUTPUT TABELA-TESTE.
           READ TABELA-PROD.
           PERFORM UNTIL FS-PROD NOT EQUAL 00
               MOVE REG-PROD TO REG-TESTE
               WRITE REG-TESTE
               READ TABELA-PROD
           END-PERFORM.
           CLOSE TABELA-PROD.
           CLOSE TABELA-TESTE.
           DISPLAY "COPIA DE TEST CRIADA A PARTIR DE PROD: "
               WRK-CAMINHO-TESTE.

       0130-CARREGA-PROD SECTION.
      *==  SEM A TABELA EM PRODUCAO TODAS AS LINHAS DE TEST SAO
      *==  INCLUSOES
           MOVE 'N' TO WRK-PROD-EXISTE.
           OPEN INPUT TABELA-PROD.
           IF FS-PROD EQUAL 00
               MOVE 'S' TO WRK-PROD-EXISTE
               READ TABELA-PROD
               PERFORM UNTIL FS-PROD NOT EQUAL 00
                   IF REG-PROD NOT EQUAL SPACES
                       IF WRK-PRO-TOTAL NOT < WRK-MAX-LINHAS
                           CLOSE TABELA-PROD
                           MOVE "TABELA DE PROD ACIMA DE 2000" TO
                               WRK-MSG-ERRO
                           PERFORM 9000-TRATA-ERRO
                       END-IF
                       ADD 1 TO WRK-PRO-TOTAL
                       MOVE REG-PROD TO WRK-LINHA
                       PERFORM 0140-EXTRAI-CHAVE
                       MOVE WRK-CHAVE TO WRK-PRO-CHAVE (WRK-PRO-TOTAL)
                       MOVE WRK-LINHA TO WRK-PRO-LINHA (WRK-PRO-TOTAL)
                       MOVE SPACES TO WRK-PRO-MARCA (WRK-PRO-TOTAL)
                   END-IF
                   READ TABELA-PROD
               END-PERFORM
               CLOSE TABELA-PROD
           END-IF.

       0140-EXTRAI-CHAVE SECTION.
           MOVE SPACES TO WRK-CHAVE.
           IF WRK-TAMANHO-CHAVE EQUAL ZEROS
               UNSTRING WRK-LINHA DELIMITED BY "="
                   INTO WRK-CHAVE
           ELSE
               MOVE WRK-LINHA (1:WRK-TAMANHO-CHAVE) TO WRK-CHAVE
           END-IF.

       0200-PROCESS SECTION.
           PERFORM 0210-COMPARA.
           PERFORM 0220-GRAVA-DIFERENCAS.
           DISPLAY "================================".
           DISPLAY "LINHAS EM TEST.......: " WRK-TST-TOTAL.
           DISPLAY "LINHAS EM PROD.......: " WRK-PRO-TOTAL.
           DISPLAY "INCLUIDAS............: " WRK-ACUM-INCLUIDAS.
           DISPLAY "ALTERADAS............: " WRK-ACUM-ALTERADAS.
           DISPLAY "REMOVIDAS............: " WRK-ACUM-REMOVIDAS.
           IF WRK-ACUM-DIFERENCAS EQUAL ZEROS
               DISPLAY "TEST E PROD IGUAIS -- NADA A PROMOVER"
           ELSE
               DISPLAY "DIFERENCAS EM PROMOCAO-DIFERENCAS.TXT"
               PERFORM 0250-CONFIRMA-PROMOCAO
               IF WRK-CONFIRMADO EQUAL 'S'
                   PERFORM 0260-GUARDA-COPIA
                   PERFORM 0270-COPIA-TESTE-PROD
                   PERFORM 0280-JORNAL-LINHAS
                   PERFORM 0290-GRAVA-LOG
               END-IF
           END-IF.

       0210-COMPARA SECTION.
           PERFORM VARYING WRK-TST-IDX FROM 1 BY 1
               UNTIL WRK-TST-IDX > WRK-TST-TOTAL
               MOVE ZEROS TO WRK-PRO-ACHADO
               PERFORM VARYING WRK-PRO-IDX FROM 1 BY 1
                   UNTIL WRK-PRO-IDX > WRK-PRO-TOTAL
                       OR WRK-PRO-ACHADO NOT EQUAL ZEROS
                   IF WRK-PRO-CHAVE (WRK-PRO-IDX) EQUAL
                           WRK-TST-CHAVE (WRK-TST-IDX)
                       AND WRK-PRO-MARCA (WRK-PRO-IDX) NOT EQUAL 'S'
                       MOVE WRK-PRO-IDX TO WRK-PRO-ACHADO
                   END-IF
               END-PERFORM
               IF WRK-PRO-ACHADO EQUAL ZEROS
                   MOVE 'I' TO WRK-TST-SITUACAO (WRK-TST-IDX)
                   ADD 1 TO WRK-ACUM-INCLUIDAS
               ELSE
                   MOVE 'S' TO WRK-PRO-MARCA (WRK-PRO-ACHADO)
                   MOVE WRK-PRO-ACHADO TO WRK-TST-PAR (WRK-TST-IDX)
                   IF WRK-PRO-LINHA (WRK-PRO-ACHADO) NOT EQUAL
                           WRK-TST-LINHA (WRK-TST-IDX)
                       MOVE 'A' TO WRK-TST-SITUACAO (WRK-TST-IDX)
                       ADD 1 TO WRK-ACUM-ALTERADAS
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-PRO-IDX FROM 1 BY 1
               UNTIL WRK-PRO-IDX > WRK-PRO-TOTAL
               IF WRK-PRO-MARCA (WRK-PRO-IDX) NOT EQUAL 'S'
                   ADD 1 TO WRK-ACUM-REMOVIDAS
               END-IF
           END-PERFORM.
           COMPUTE WRK-ACUM-DIFERENCAS = WRK-ACUM-INCLUIDAS
               + WRK-ACUM-ALTERADAS + WRK-ACUM-REMOVIDAS.

       0220-GRAVA-DIFERENCAS SECTION.
      *==  ALTERADA SAI EM DUAS LINHAS: A DE PROD (COMO ESTA) E A DE
      *==  TEST (COMO VAI FICAR)
           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-DATA-HORA.
           OPEN OUTPUT DIFERENCAS.
           IF FS-DIFERENCAS NOT EQUAL 00
               MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-DIFERENCA.
           STRING "DIFERENCAS TEST X PROD -- " DELIMITED BY SIZE
               WRK-BASE DELIMITED BY SPACE
               " EM " DELIMITED BY SIZE
               WRK-DATA-HORA DELIMITED BY SIZE
               INTO REG-DIFERENCA.
           WRITE REG-DIFERENCA.
           MOVE ALL "-" TO REG-DIFERENCA.
           WRITE REG-DIFERENCA.
           PERFORM VARYING WRK-TST-IDX FROM 1 BY 1
               UNTIL WRK-TST-IDX > WRK-TST-TOTAL
               EVALUATE WRK-TST-SITUACAO (WRK-TST-IDX)
                   WHEN 'I'
                       MOVE SPACES TO REG-DIFERENCA
                       STRING "INCLUIDA   " DELIMITED BY SIZE
                           WRK-TST-LINHA (WRK-TST-IDX)
                               DELIMITED BY SIZE
                           INTO REG-DIFERENCA
                       WRITE REG-DIFERENCA
                   WHEN 'A'
                       MOVE WRK-TST-PAR (WRK-TST-IDX) TO WRK-PRO-IDX
                       MOVE SPACES TO REG-DIFERENCA
                       STRING "ALTERADA   PROD " DELIMITED BY SIZE
                           WRK-PRO-LINHA (WRK-PRO-IDX)
                               DELIMITED BY SIZE
                           INTO REG-DIFERENCA
                       WRITE REG-DIFERENCA
                       MOVE SPACES TO REG-DIFERENCA
                       STRING "           TEST " DELIMITED BY SIZE
                           WRK-TST-LINHA (WRK-TST-IDX)
                               DELIMITED BY SIZE
                           INTO REG-DIFERENCA
                       WRITE REG-DIFERENCA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           PERFORM VARYING WRK-PRO-IDX FROM 1 BY 1
               UNTIL WRK-PRO-IDX > WRK-PRO-TOTAL
               IF WRK-PRO-MARCA (WRK-PRO-IDX) NOT EQUAL 'S'
                   MOVE SPACES TO REG-DIFERENCA
                   STRING "REMOVIDA   " DELIMITED BY SIZE
                       WRK-PRO-LINHA (WRK-PRO-IDX) DELIMITED BY SIZE
                       INTO REG-DIFERENCA
                   WRITE REG-DIFERENCA
               END-IF
           END-PERFORM.
           MOVE ALL "-" TO REG-DIFERENCA.
           WRITE REG-DIFERENCA.
           MOVE SPACES TO REG-DIFERENCA.
           STRING "INCLUIDAS=" DELIMITED BY SIZE
               WRK-ACUM-INCLUIDAS DELIMITED BY SIZE
               "  ALTERADAS=" DELIMITED BY SIZE
               WRK-ACUM-ALTERADAS DELIMITED BY SIZE
               "  REMOVIDAS=" DELIMITED BY SIZE
               WRK-ACUM-REMOVIDAS DELIMITED BY SIZE
               INTO REG-DIFERENCA.
           WRITE REG-DIFERENCA.
           CLOSE DIFERENCAS.

       0250-CONFIRMA-PROMOCAO SECTION.
      *==  MESMA IDENTIFICACAO DO APROVADOR DO ARQ086: OPERADOR DA
      *==  SESSAO OU, SEM SESSAO, O CODIGO DIGITADO; O NIVEL 3 E
      *==  CONFERIDO EM OPERADORES.TXT
           MOVE 'N' TO WRK-CONFIRMADO.
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
           MOVE ZERO TO WRK-OPERADOR-NIVEL.
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT EQUAL 00
               MOVE "ARQUIVO OPERADORES.TXT AUSENTE" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           READ OPERADORES.
           PERFORM UNTIL FS-OPERADORES NOT EQUAL 00
               IF OPR-CODIGO EQUAL WRK-OPERADOR
                   MOVE OPR-NIVEL TO WRK-OPERADOR-NIVEL
               END-IF
               READ OPERADORES
           END-PERFORM.
           CLOSE OPERADORES.
           IF WRK-OPERADOR-NIVEL NOT EQUAL 3
               DISPLAY "ACESSO NEGADO -- PROMOCAO EXIGE NIVEL 3"
           ELSE
               DISPLAY "CONFIRMA A PROMOCAO DE "
                   FUNCTION TRIM (WRK-BASE) " PARA PROD (S/N)..."
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                   MOVE 'S' TO WRK-CONFIRMADO
               ELSE
                   DISPLAY "PROMOCAO CANCELADA"
               END-IF
           END-IF.

       0260-GUARDA-COPIA SECTION.
      *==  A VERSAO SUBSTITUIDA FICA EM <TABELA>.AAAAMMDD-HHMMSS --
      *==  PARA VOLTAR ATRAS BASTA COPIA-LA SOBRE A TABELA
           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-DATA-HORA.
           MOVE SPACES TO WRK-CAMINHO-COPIA.
           IF WRK-PROD-EXISTE EQUAL 'S'
               STRING WRK-BASE DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WRK-DATA-HORA (1:8) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WRK-DATA-HORA (9:6) DELIMITED BY SIZE
                   INTO WRK-CAMINHO-COPIA
               OPEN INPUT TABELA-PROD
               OPEN OUTPUT COPIA-DATADA
               IF FS-COPIA NOT EQUAL 00
                   MOVE "COPIA DATADA NAO FOI ABERTA" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
               READ TABELA-PROD
               PERFORM UNTIL FS-PROD NOT EQUAL 00
                   MOVE REG-PROD TO REG-COPIA
                   WRITE REG-COPIA
                   READ TABELA-PROD
               END-PERFORM
               CLOSE TABELA-PROD
               CLOSE COPIA-DATADA
               DISPLAY "VERSAO ANTERIOR GUARDADA EM " WRK-CAMINHO-COPIA
           END-IF.

       0270-COPIA-TESTE-PROD SECTION.
           OPEN INPUT TABELA-TESTE.
           OPEN OUTPUT TABELA-PROD.
           IF FS-PROD NOT EQUAL 00
               MOVE "TABELA DE PROD NAO FOI ABERTA" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           READ TABELA-TESTE.
           PERFORM UNTIL FS-TESTE NOT EQUAL 00
               MOVE REG-TESTE TO REG-PROD
               WRITE REG-PROD
               ADD 1 TO WRK-ACUM-COPIADAS
               READ TABELA-TESTE
           END-PERFORM.
           CLOSE TABELA-TESTE.
           CLOSE TABELA-PROD.
           DISPLAY "TABELA PROMOVIDA: " WRK-CAMINHO-PROD.

       0280-JORNAL-LINHAS SECTION.
      *==  SO AS TABELAS QUE JA TEM JORNAL (DDD, CEP, FERIADO E
      *==  VENDEDOR); O JORNAL E SEMPRE O DE PRODUCAO
           IF WRK-JORNAL-TABELA NOT EQUAL SPACES
               PERFORM VARYING WRK-TST-IDX FROM 1 BY 1
                   UNTIL WRK-TST-IDX > WRK-TST-TOTAL
                   EVALUATE WRK-TST-SITUACAO (WRK-TST-IDX)
                       WHEN 'I'
                           MOVE 'I' TO JRP-OPERACAO
                           MOVE WRK-TST-CHAVE (WRK-TST-IDX) TO JRP-CHAVE
                           MOVE SPACES TO JRP-ANTES
                           MOVE WRK-TST-LINHA (WRK-TST-IDX) TO
                               JRP-DEPOIS
                           PERFORM 0285-GRAVA-JORNAL
                       WHEN 'A'
                           MOVE WRK-TST-PAR (WRK-TST-IDX) TO
                               WRK-PRO-IDX
                           MOVE 'A' TO JRP-OPERACAO
                           MOVE WRK-TST-CHAVE (WRK-TST-IDX) TO JRP-CHAVE
                           MOVE WRK-PRO-LINHA (WRK-PRO-IDX) TO JRP-ANTES
                           MOVE WRK-TST-LINHA (WRK-TST-IDX) TO
                               JRP-DEPOIS
                           PERFORM 0285-GRAVA-JORNAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               PERFORM VARYING WRK-PRO-IDX FROM 1 BY 1
                   UNTIL WRK-PRO-IDX > WRK-PRO-TOTAL
                   IF WRK-PRO-MARCA (WRK-PRO-IDX) NOT EQUAL 'S'
                       MOVE 'E' TO JRP-OPERACAO
                       MOVE WRK-PRO-CHAVE (WRK-PRO-IDX) TO JRP-CHAVE
                       MOVE WRK-PRO-LINHA (WRK-PRO-IDX) TO JRP-ANTES
                       MOVE SPACES TO JRP-DEPOIS
                       PERFORM 0285-GRAVA-JORNAL
                   END-IF
               END-PERFORM
           END-IF.

       0285-GRAVA-JORNAL SECTION.
           MOVE WRK-JORNAL-TABELA TO JRP-TABELA.
           MOVE WRK-OPERADOR TO JRP-OPERADOR.
           MOVE "ARQ162" TO JRP-PROGRAMA.
           MOVE "PROD" TO JRP-AMBIENTE.
           CALL "ARQ159" USING WRK-JRP-PARAMETROS.

       0290-GRAVA-LOG SECTION.
           OPEN EXTEND LOG-PROMOCOES.
           IF FS-LOG EQUAL 35
               OPEN OUTPUT LOG-PROMOCOES
               CLOSE LOG-PROMOCOES
               OPEN EXTEND LOG-PROMOCOES
           END-IF.
           MOVE SPACES TO REG-LOG.
           STRING WRK-DATA-HORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-BASE DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               " INCL=" DELIMITED BY SIZE
               WRK-ACUM-INCLUIDAS DELIMITED BY SIZE
               " ALT=" DELIMITED BY SIZE
               WRK-ACUM-ALTERADAS DELIMITED BY SIZE
               " REM=" DELIMITED BY SIZE
               WRK-ACUM-REMOVIDAS DELIMITED BY SIZE
               " COPIA=" DELIMITED BY SIZE
               WRK-CAMINHO-COPIA DELIMITED BY SIZE
               INTO REG-LOG.
           WRITE REG-LOG.
           CLOSE LOG-PROMOCOES.

       0300-FINISH SECTION.
           DISPLAY "================================".
           DISPLAY "LINHAS COPIADAS......: " WRK-ACUM-COPIADAS.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
