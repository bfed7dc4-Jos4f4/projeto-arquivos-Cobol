      *==            TABELA DE DDD (ARQ051); A COMISSAO PASSA A SER
      *==            PAGA PELO SISTEMA (ARQ100), NAO PELO CADERNO
      *==            DA MESA
      *==  TODA INCLUSAO, MUDANCA DE TERRITORIO E EXCLUSAO FICA NO
      *==  HISTORICO DE TERRITORIOS (VIDE THSREG) COM VIGENCIA A
      *==  PARTIR DE HOJE -- A FAIXA ANTIGA E ENCERRADA ONTEM, PARA
      *==  QUE OS PEDIDOS JA FEITOS CONTINUEM COM O VENDEDOR DA EPOCA
      *==  TODA INCLUSAO, ALTERACAO E EXCLUSAO VAI PARA O JORNAL DE
      *==  REFERENCIAS (MODULO ARQ159) COM O OPERADOR E AS IMAGENS
      *==  DE ANTES E DEPOIS DA LINHA
      *==  EM TEST (AMBIENTE.TXT) A TABELA MANTIDA E A
      *==  VENDEDORES-TEST.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT VENDEDORES ASSIGN TO
               DYNAMIC WRK-CAMINHO-VENDEDORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDEDORES.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VDD-TMP.

           SELECT HISTORICO ASSIGN TO
               "TERRITORIOS-HISTORICO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT HISTORICO-TMP ASSIGN TO
               "TERRITORIOS-HISTORICO-TMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-THS-TMP.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD VENDEDORES.
       01 REG-VENDEDOR.
           COPY VDDREG.
       FD VENDEDORES-TMP.
       01 REG-VDD-TMP PIC X(45).

       FD HISTORICO.
       01 REG-HISTORICO.
           COPY THSREG.

       FD HISTORICO-TMP.
       01 REG-THS-TMP PIC X(44).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-VENDEDORES PIC 9(02) VALUE ZEROS.
       77 FS-VDD-TMP PIC 9(02) VALUE ZEROS.
       77 FS-HISTORICO PIC 9(02) VALUE ZEROS.
       77 FS-THS-TMP PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-VENDEDORES PIC X(30) VALUE SPACES.

       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.

      *===========VARIAVEIS DE ENTRADA DE DADOS============
       77 WRK-CEP-FIM PIC X(08) VALUE SPACES.
       77 WRK-ACHADO PIC X(01) VALUE 'N'.

      *===========JORNAL DE REFERENCIAS (ARQ159)==============
       01 WRK-JRP-PARAMETROS.
           COPY JRPPRM.
       77 WRK-IMAGEM-ANTES PIC X(50) VALUE SPACES.

      *===========HISTORICO DE TERRITORIOS (ARQ150)==========
       77 WRK-UF-ANTES PIC X(02) VALUE SPACES.
       77 WRK-CEP-INI-ANTES PIC X(08) VALUE SPACES.
       77 WRK-CEP-FIM-ANTES PIC X(08) VALUE SPACES.
       77 WRK-FECHA-FAIXA PIC X(01) VALUE 'N'.
       77 WRK-ABRE-FAIXA PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ONTEM PIC 9(08) VALUE ZEROS.
       77 WRK-HOJE-INT PIC 9(08) VALUE ZEROS.
       01 WRK-VVP-PARAMETROS.
           COPY VVPPRM.

      *================ACUMULADORES===================================
       77 WRK-ACUM-VENDEDORES PIC 9(03) VALUE ZEROS.

           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           DISPLAY "MANUTENCAO DA TABELA DE VENDEDORES".
           PERFORM 0110-LISTA-TABELA.
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
                   MOVE "VENDEDORES-TEST.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN OTHER
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
           END-EVALUATE.

       0110-LISTA-TABELA SECTION.
           OPEN INPUT VENDEDORES.
           IF FS-VENDEDORES NOT EQUAL 00
           IF WRK-ACHADO EQUAL 'S'
               DISPLAY "CODIGO JA CADASTRADO"
           ELSE
               PERFORM 0240-PREPARA-HISTORICO
               OPEN EXTEND VENDEDORES
               IF FS-VENDEDORES EQUAL 35
                   OPEN OUTPUT VENDEDORES
               MOVE WRK-UF TO VDD-UF
               MOVE WRK-CEP-INI TO VDD-CEP-INI
               MOVE WRK-CEP-FIM TO VDD-CEP-FIM
               MOVE REG-VENDEDOR TO JRP-DEPOIS
               WRITE REG-VENDEDOR
               CLOSE VENDEDORES
               MOVE 'N' TO WRK-FECHA-FAIXA
               MOVE 'S' TO WRK-ABRE-FAIXA
               PERFORM 0280-ATUALIZA-HISTORICO
               DISPLAY "VENDEDOR INCLUIDO"
               MOVE 'I' TO JRP-OPERACAO
               MOVE SPACES TO JRP-ANTES
               PERFORM 0290-GRAVA-JORNAL
           END-IF.

       0220-ALTERA-VENDEDOR SECTION.
           IF WRK-ACHADO EQUAL 'N'
               DISPLAY "VENDEDOR NAO ENCONTRADO"
           ELSE
               PERFORM 0240-PREPARA-HISTORICO
               MOVE SPACES TO JRP-DEPOIS
               PERFORM 0270-REESCREVE-TABELA
               IF WRK-UF NOT EQUAL WRK-UF-ANTES
                   OR WRK-CEP-INI NOT EQUAL WRK-CEP-INI-ANTES
                   OR WRK-CEP-FIM NOT EQUAL WRK-CEP-FIM-ANTES
                   MOVE 'S' TO WRK-FECHA-FAIXA
                   MOVE 'S' TO WRK-ABRE-FAIXA
                   PERFORM 0280-ATUALIZA-HISTORICO
               END-IF
               DISPLAY "VENDEDOR ALTERADO"
               MOVE 'A' TO JRP-OPERACAO
               MOVE WRK-IMAGEM-ANTES TO JRP-ANTES
               PERFORM 0290-GRAVA-JORNAL
           END-IF.

       0230-EXCLUI-VENDEDOR SECTION.
           IF WRK-ACHADO EQUAL 'N'
               DISPLAY "VENDEDOR NAO ENCONTRADO"
           ELSE
               PERFORM 0240-PREPARA-HISTORICO
               MOVE SPACES TO WRK-NOME
               MOVE SPACES TO JRP-DEPOIS
               PERFORM 0270-REESCREVE-TABELA
               MOVE 'S' TO WRK-FECHA-FAIXA
               MOVE 'N' TO WRK-ABRE-FAIXA
               PERFORM 0280-ATUALIZA-HISTORICO
               DISPLAY "VENDEDOR EXCLUIDO"
               MOVE 'E' TO JRP-OPERACAO
               MOVE WRK-IMAGEM-ANTES TO JRP-ANTES
               PERFORM 0290-GRAVA-JORNAL
           END-IF.

       0240-PREPARA-HISTORICO SECTION.
      *==  A CARGA INICIAL DO HISTORICO SAI DA TABELA AINDA SEM A
      *==  ALTERACAO -- POR ISSO VEM ANTES DE REGRAVAR VENDEDORES
           MOVE 'I' TO VVP-FUNCAO.
           CALL "ARQ150" USING WRK-VVP-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE) - 1.
           COMPUTE WRK-DATA-ONTEM =
               FUNCTION DATE-OF-INTEGER (WRK-HOJE-INT).

       0250-ACEITA-DADOS SECTION.
           DISPLAY "DIGITE O CODIGO (3 CARACTERES)...".
           ACCEPT WRK-CODIGO.
                       OR WRK-ACHADO EQUAL 'S'
                   IF VDD-CODIGO EQUAL WRK-CODIGO
                       MOVE 'S' TO WRK-ACHADO
                       MOVE VDD-UF TO WRK-UF-ANTES
                       MOVE VDD-CEP-INI TO WRK-CEP-INI-ANTES
                       MOVE VDD-CEP-FIM TO WRK-CEP-FIM-ANTES
                       MOVE REG-VENDEDOR TO WRK-IMAGEM-ANTES
                   END-IF
                   READ VENDEDORES
               END-PERFORM
                       MOVE WRK-CEP-INI TO VDD-CEP-INI
                       MOVE WRK-CEP-FIM TO VDD-CEP-FIM
                       MOVE REG-VENDEDOR TO REG-VDD-TMP
                       MOVE REG-VENDEDOR TO JRP-DEPOIS
                       WRITE REG-VDD-TMP
                   END-IF
               ELSE
           OPEN OUTPUT VENDEDORES-TMP.
           CLOSE VENDEDORES-TMP.

       0280-ATUALIZA-HISTORICO SECTION.
      *==  DUAS PASSAGENS, COMO A TABELA: A FAIXA VIGENTE ANTIGA DO
      *==  VENDEDOR (NA EXCLUSAO, TODAS AS VIGENTES DELE) E ENCERRADA
      *==  ONTEM -- OU DESCARTADA, SE COMECOU HOJE -- E A NOVA ENTRA
      *==  VALENDO DE HOJE EM DIANTE
           OPEN INPUT HISTORICO.
           OPEN OUTPUT HISTORICO-TMP.
           IF FS-HISTORICO EQUAL 00
               READ HISTORICO
               PERFORM UNTIL FS-HISTORICO NOT EQUAL 00
                   PERFORM 0285-COPIA-FAIXA
                   READ HISTORICO
               END-PERFORM
               CLOSE HISTORICO
           END-IF.
           IF WRK-ABRE-FAIXA EQUAL 'S'
               MOVE SPACES TO REG-HISTORICO
               MOVE WRK-CODIGO TO THS-VENDEDOR
               MOVE WRK-UF TO THS-UF
               MOVE WRK-CEP-INI TO THS-CEP-INI
               MOVE WRK-CEP-FIM TO THS-CEP-FIM
               MOVE WRK-DATA-HOJE TO THS-DATA-INICIO
               MOVE "99999999" TO THS-DATA-FIM
               MOVE 'T' TO THS-ORIGEM
               MOVE REG-HISTORICO TO REG-THS-TMP
               WRITE REG-THS-TMP
           END-IF.
           CLOSE HISTORICO-TMP.
           OPEN INPUT HISTORICO-TMP.
           OPEN OUTPUT HISTORICO.
           READ HISTORICO-TMP.
           PERFORM UNTIL FS-THS-TMP NOT EQUAL 00
               MOVE REG-THS-TMP TO REG-HISTORICO
               WRITE REG-HISTORICO
               READ HISTORICO-TMP
           END-PERFORM.
           CLOSE HISTORICO-TMP.
           CLOSE HISTORICO.
           OPEN OUTPUT HISTORICO-TMP.
           CLOSE HISTORICO-TMP.
           MOVE 'R' TO VVP-FUNCAO.
           CALL "ARQ150" USING WRK-VVP-PARAMETROS.

       0285-COPIA-FAIXA SECTION.
           IF WRK-FECHA-FAIXA EQUAL 'S'
               AND THS-VENDEDOR EQUAL WRK-CODIGO
               AND THS-DATA-FIM EQUAL "99999999"
               AND (WRK-NOME EQUAL SPACES
                   OR (THS-UF EQUAL WRK-UF-ANTES
                   AND THS-CEP-INI EQUAL WRK-CEP-INI-ANTES
                   AND THS-CEP-FIM EQUAL WRK-CEP-FIM-ANTES))
               IF THS-DATA-INICIO < WRK-DATA-HOJE
                   MOVE WRK-DATA-ONTEM TO THS-DATA-FIM
                   MOVE REG-HISTORICO TO REG-THS-TMP
                   WRITE REG-THS-TMP
               END-IF
           ELSE
               MOVE REG-HISTORICO TO REG-THS-TMP
               WRITE REG-THS-TMP
           END-IF.

       0290-GRAVA-JORNAL SECTION.
      *==  TODA ALTERACAO DA TABELA VAI PARA O JORNAL DE REFERENCIAS
      *==  COM O OPERADOR DA SESSAO E AS IMAGENS DE ANTES E DEPOIS
           MOVE "VENDEDOR" TO JRP-TABELA.
           MOVE SPACES TO JRP-OPERADOR.
           MOVE SPACES TO JRP-AMBIENTE.
           MOVE "ARQ099" TO JRP-PROGRAMA.
           MOVE WRK-CODIGO TO JRP-CHAVE.
           CALL "ARQ159" USING WRK-JRP-PARAMETROS.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".

