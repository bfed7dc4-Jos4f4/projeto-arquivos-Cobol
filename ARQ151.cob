       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ151 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: REALINHAMENTO DE TERRITORIOS -- PASSA UMA FAIXA
      *==            DE CEP DE UMA UF (TIPO F) OU UMA LISTA DE
      *==            CLIENTES (TIPO C) DE UM VENDEDOR PARA OUTRO A
      *==            PARTIR DE UMA DATA; ANTES DE GRAVAR, A PREVIA
      *==            (RELATORIO-REALINHAMENTO.TXT) LISTA OS CLIENTES
      *==            AFETADOS E OS PEDIDOS EM ABERTO DE CADA UM, E SO
      *==            COM A CONFIRMACAO O REALINHAMENTO E GRAVADO
      *==  TIPO F: A FAIXA DO VENDEDOR DE ORIGEM VIGENTE NA DATA E
      *==  ENCERRADA NA VESPERA NO HISTORICO DE TERRITORIOS (VIDE
      *==  THSREG); A PARTE DENTRO DA FAIXA INFORMADA PASSA AO DESTINO
      *==  E O QUE SOBRA FICA COM A ORIGEM, AMBOS A PARTIR DA DATA
      *==  TIPO C: A ATRIBUICAO DO CLIENTE NA CARTEIRA (VIDE CARREG) E
      *==  ENCERRADA NA VESPERA E O CLIENTE PASSA AO DESTINO A PARTIR
      *==  DA DATA -- CLIENTE COM ATRIBUICAO FUTURA JA GRAVADA FICA
      *==  DE FORA
      *==  SO ENTRA O CLIENTE QUE, NA DATA, RESPONDE PELO VENDEDOR DE
      *==  ORIGEM (MODULO ARQ150); PEDIDO JA GRAVADO NAO MUDA DE
      *==  VENDEDOR -- O PEDIDO COM SATELITE PEDIDOS-VENDEDOR FICA COM
      *==  O VENDEDOR DELE E O SEM SATELITE SEGUE O VENDEDOR VIGENTE
      *==  NA DATA DO PEDIDO
      *==  A DATA NAO PODE CAIR EM MES JA FECHADO (ARQ127)
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

           SELECT CLIENTES ASSIGN TO
               DYNAMIC WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT PEDIDOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PEDIDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS FS-PEDIDOS.

           SELECT PED-VENDEDOR ASSIGN TO
               DYNAMIC WRK-CAMINHO-PDV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDV-CHAVE
               FILE STATUS IS FS-PDV.

           SELECT CARTEIRA ASSIGN TO
               DYNAMIC WRK-CAMINHO-CARTEIRA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CHAVE
               FILE STATUS IS FS-CARTEIRA.

           SELECT VENDEDORES ASSIGN TO
               DYNAMIC WRK-CAMINHO-VENDEDORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDEDORES.

           SELECT HISTORICO ASSIGN TO
               "TERRITORIOS-HISTORICO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT HISTORICO-TMP ASSIGN TO
               "TERRITORIOS-HISTORICO-TMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-THS-TMP.

           SELECT OPERADOR-SESSAO ASSIGN TO
               "OPERADOR-SESSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSAO.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-REALINHAMENTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.

       FD PEDIDOS.
       01 REG-PEDIDOS.
           COPY PEDREG.

       FD PED-VENDEDOR.
       01 REG-PED-VENDEDOR.
           COPY PDVREG.

       FD CARTEIRA.
       01 REG-CARTEIRA.
           COPY CARREG.

       FD VENDEDORES.
       01 REG-VENDEDOR.
           COPY VDDREG.

       FD HISTORICO.
       01 REG-HISTORICO.
           COPY THSREG.

       FD HISTORICO-TMP.
       01 REG-THS-TMP PIC X(44).

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PDV PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CARTEIRA PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-VENDEDORES PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-PDV PIC 9(02) VALUE ZEROS.
       77 FS-CARTEIRA PIC 9(02) VALUE ZEROS.
       77 FS-VENDEDORES PIC 9(02) VALUE ZEROS.
       77 FS-HISTORICO PIC 9(02) VALUE ZEROS.
       77 FS-THS-TMP PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-OPERADOR PIC X(04) VALUE SPACES.
       77 WRK-PDV-ABERTO PIC X(01) VALUE 'N'.

      *===========VARIAVEIS DE ENTRADA DE DADOS============
       77 WRK-TIPO PIC X(01) VALUE SPACES.
       77 WRK-ORIGEM PIC X(03) VALUE SPACES.
       77 WRK-DESTINO PIC X(03) VALUE SPACES.
       77 WRK-NOME-ORIGEM PIC X(20) VALUE SPACES.
       77 WRK-NOME-DESTINO PIC X(20) VALUE SPACES.
       77 WRK-DATA-EFETIVA PIC X(08) VALUE SPACES.
       77 WRK-UF PIC X(02) VALUE SPACES.
       77 WRK-CEP-INI PIC X(08) VALUE SPACES.
       77 WRK-CEP-FIM PIC X(08) VALUE SPACES.
       77 WRK-ID-TELA PIC X(07) VALUE SPACES.
       77 WRK-ENTRADA-OK PIC X(01) VALUE 'S'.
       77 WRK-FIM-LISTA PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       77 WRK-CODIGO PIC X(03) VALUE SPACES.
       77 WRK-NOME PIC X(20) VALUE SPACES.
       77 WRK-ACHADO PIC X(01) VALUE 'N'.

      *===========VALIDACAO DE DATA E PERIODO (ARQ033/ARQ127)==
       01 WRK-VAL-PARAMETROS.
           COPY VALPRM.
       01 WRK-PFP-PARAMETROS.
           COPY PFPPRM.

      *===========VENDEDOR VIGENTE (ARQ150)===================
       01 WRK-VVP-PARAMETROS.
           COPY VVPPRM.
       77 WRK-VENDEDOR-PEDIDO PIC X(03) VALUE SPACES.

      *===========CLIENTES DO REALINHAMENTO===================
       01 WRK-TAB-CLIENTES.
           05 WRK-CLI-ITEM OCCURS 100 TIMES
               INDEXED BY WRK-CLI-IDX.
               10 WRK-CLI-ID      PIC 9(07).
               10 WRK-CLI-AFETADO PIC X(01).
       77 WRK-CLI-TOTAL PIC 9(03) VALUE ZEROS.
       77 WRK-ID PIC 9(07) VALUE ZEROS.
       77 WRK-AFETADO PIC X(01) VALUE 'N'.

      *===========DATAS E FAIXAS DE CEP EM NUMERO=============
       77 WRK-DATA-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INT PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-VESPERA PIC 9(08) VALUE ZEROS.
       77 WRK-CEP-INI-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-CEP-FIM-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-FAIXA-INI-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-FAIXA-FIM-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-PEDACO-INI PIC 9(08) VALUE ZEROS.
       77 WRK-PEDACO-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ANTIGO PIC X(08) VALUE SPACES.
       77 WRK-FAIXA-ANTIGA PIC X(44) VALUE SPACES.

      *===========CARTEIRA DO CLIENTE=========================
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-CAR-VIGENTE PIC X(01) VALUE 'N'.
       77 WRK-CAR-FUTURA PIC X(01) VALUE 'N'.
       77 WRK-CAR-INICIO PIC X(08) VALUE SPACES.

      *===========LINHAS DO RELATORIO=========================
       01 WRK-LINHA-CLIENTE.
           05 FILLER              PIC X(08) VALUE "CLIENTE ".
           05 WRK-LCL-ID          PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LCL-NOME        PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LCL-UF          PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LCL-CEP         PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LCL-SITUACAO    PIC X(31).
       01 WRK-LINHA-PEDIDO.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE "PEDIDO ".
           05 WRK-LPE-SEQUENCIA   PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LPE-DATA        PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LPE-VALOR       PIC ZZZZZZ9.99.
           05 FILLER              PIC X(10) VALUE " VENDEDOR ".
           05 WRK-LPE-VENDEDOR    PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LPE-ORIGEM      PIC X(24).

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-AFETADOS PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-PEDIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-FAIXAS PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-GRAVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-FUTUROS PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           DISPLAY "REALINHAMENTO DE TERRITORIOS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           PERFORM 0110-ACEITA-DADOS.
           IF WRK-ENTRADA-OK NOT EQUAL 'S'
               GOBACK
           END-IF.
           PERFORM 0102-DETERMINA-AMBIENTE.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL 00
               MOVE "PEDIDOS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PED-VENDEDOR.
           IF FS-PDV EQUAL 00
               MOVE 'S' TO WRK-PDV-ABERTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

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
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-TEST.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "PEDIDOS-VENDEDOR-TEST.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "CARTEIRA-VENDEDOR-TEST.txt" TO
                       WRK-CAMINHO-CARTEIRA
                   MOVE "VENDEDORES-TEST.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-DEV.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "PEDIDOS-VENDEDOR-DEV.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "CARTEIRA-VENDEDOR-DEV.txt" TO
                       WRK-CAMINHO-CARTEIRA
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "\PEDIDOS-VENDEDOR.txt" TO WRK-CAMINHO-PDV
                   MOVE "\CARTEIRA-VENDEDOR.txt" TO
                       WRK-CAMINHO-CARTEIRA
                   MOVE "VENDEDORES.TXT" TO WRK-CAMINHO-VENDEDORES
           END-EVALUATE.

       0110-ACEITA-DADOS SECTION.
           MOVE 'S' TO WRK-ENTRADA-OK.
           DISPLAY "TIPO (F=FAIXA DE CEP C=LISTA DE CLIENTES)...".
           ACCEPT WRK-TIPO.
           MOVE FUNCTION UPPER-CASE (WRK-TIPO) TO WRK-TIPO.
           IF WRK-TIPO NOT EQUAL 'F' AND WRK-TIPO NOT EQUAL 'C'
               DISPLAY "TIPO INVALIDO"
               MOVE 'N' TO WRK-ENTRADA-OK
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               DISPLAY "VENDEDOR DE ORIGEM (3 CARACTERES)..."
               ACCEPT WRK-ORIGEM
               MOVE WRK-ORIGEM TO WRK-CODIGO
               PERFORM 0120-PROCURA-VENDEDOR
               MOVE WRK-NOME TO WRK-NOME-ORIGEM
               IF WRK-ACHADO NOT EQUAL 'S'
                   DISPLAY "VENDEDOR DE ORIGEM NAO CADASTRADO"
                   MOVE 'N' TO WRK-ENTRADA-OK
               END-IF
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               DISPLAY "VENDEDOR DE DESTINO (3 CARACTERES)..."
               ACCEPT WRK-DESTINO
               MOVE WRK-DESTINO TO WRK-CODIGO
               PERFORM 0120-PROCURA-VENDEDOR
               MOVE WRK-NOME TO WRK-NOME-DESTINO
               IF WRK-ACHADO NOT EQUAL 'S'
                   DISPLAY "VENDEDOR DE DESTINO NAO CADASTRADO"
                   MOVE 'N' TO WRK-ENTRADA-OK
               ELSE
                   IF WRK-DESTINO EQUAL WRK-ORIGEM
                       DISPLAY "DESTINO IGUAL A ORIGEM"
                       MOVE 'N' TO WRK-ENTRADA-OK
                   END-IF
               END-IF
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0130-ACEITA-DATA
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               IF WRK-TIPO EQUAL 'F'
                   PERFORM 0140-ACEITA-FAIXA
               ELSE
                   PERFORM 0150-ACEITA-CLIENTES
               END-IF
           END-IF.

       0120-PROCURA-VENDEDOR SECTION.
           MOVE 'N' TO WRK-ACHADO.
           MOVE SPACES TO WRK-NOME.
           OPEN INPUT VENDEDORES.
           IF FS-VENDEDORES EQUAL 00
               READ VENDEDORES
               PERFORM UNTIL FS-VENDEDORES NOT EQUAL 00
                       OR WRK-ACHADO EQUAL 'S'
                   IF VDD-CODIGO EQUAL WRK-CODIGO
                       MOVE 'S' TO WRK-ACHADO
                       MOVE VDD-NOME TO WRK-NOME
                   END-IF
                   READ VENDEDORES
               END-PERFORM
               CLOSE VENDEDORES
           END-IF.

       0130-ACEITA-DATA SECTION.
           DISPLAY "A PARTIR DE AAAAMMDD (ENTER=" WRK-DATA-HOJE ")...".
           MOVE SPACES TO WRK-DATA-EFETIVA.
           ACCEPT WRK-DATA-EFETIVA.
           IF WRK-DATA-EFETIVA EQUAL SPACES
               MOVE WRK-DATA-HOJE TO WRK-DATA-EFETIVA
           END-IF.
           MOVE 'D' TO VAL-FUNCAO.
           MOVE WRK-DATA-EFETIVA TO VAL-VALOR.
           CALL "ARQ033" USING WRK-VAL-PARAMETROS.
           IF VAL-RESULTADO NOT EQUAL 'S'
               DISPLAY "DATA INVALIDA -- " VAL-MENSAGEM
               MOVE 'N' TO WRK-ENTRADA-OK
           ELSE
               MOVE 'V' TO PFP-FUNCAO
               MOVE WRK-DATA-EFETIVA TO PFP-DATA
               CALL "ARQ127" USING WRK-PFP-PARAMETROS
               IF PFP-RESULTADO EQUAL 'F'
                   DISPLAY "MES JA FECHADO -- REALINHAMENTO RECUSADO"
                   MOVE 'N' TO WRK-ENTRADA-OK
               END-IF
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               MOVE WRK-DATA-EFETIVA TO WRK-DATA-NUM
               COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-NUM) - 1
               COMPUTE WRK-DATA-VESPERA =
                   FUNCTION DATE-OF-INTEGER (WRK-DATA-INT)
           END-IF.

       0140-ACEITA-FAIXA SECTION.
           DISPLAY "UF DA FAIXA...".
           ACCEPT WRK-UF.
           MOVE FUNCTION UPPER-CASE (WRK-UF) TO WRK-UF.
           DISPLAY "CEP INICIAL DA FAIXA (8 DIGITOS)...".
           ACCEPT WRK-CEP-INI.
           DISPLAY "CEP FINAL DA FAIXA (8 DIGITOS)...".
           ACCEPT WRK-CEP-FIM.
           IF WRK-UF EQUAL SPACES
               OR WRK-CEP-INI IS NOT NUMERIC
               OR WRK-CEP-FIM IS NOT NUMERIC
               DISPLAY "FAIXA INVALIDA"
               MOVE 'N' TO WRK-ENTRADA-OK
           ELSE
               IF WRK-CEP-INI > WRK-CEP-FIM
                   DISPLAY "CEP INICIAL MAIOR QUE O FINAL"
                   MOVE 'N' TO WRK-ENTRADA-OK
               ELSE
                   MOVE WRK-CEP-INI TO WRK-CEP-INI-NUM
                   MOVE WRK-CEP-FIM TO WRK-CEP-FIM-NUM
               END-IF
           END-IF.

       0150-ACEITA-CLIENTES SECTION.
           DISPLAY "IDS DOS CLIENTES, UM POR LINHA (ENTER=FIM)...".
           MOVE 'N' TO WRK-FIM-LISTA.
           PERFORM UNTIL WRK-FIM-LISTA EQUAL 'S'
               MOVE SPACES TO WRK-ID-TELA
               ACCEPT WRK-ID-TELA
               IF WRK-ID-TELA EQUAL SPACES
                   MOVE 'S' TO WRK-FIM-LISTA
               ELSE
                   MOVE FUNCTION NUMVAL (WRK-ID-TELA) TO WRK-ID
                   IF WRK-ID EQUAL ZEROS
                       DISPLAY "ID INVALIDO -- IGNORADO"
                   ELSE
                       IF WRK-CLI-TOTAL < 100
                           ADD 1 TO WRK-CLI-TOTAL
                           MOVE WRK-ID TO WRK-CLI-ID (WRK-CLI-TOTAL)
                           MOVE 'N' TO
                               WRK-CLI-AFETADO (WRK-CLI-TOTAL)
                       ELSE
                           DISPLAY "LIMITE DE 100 CLIENTES"
                           MOVE 'S' TO WRK-FIM-LISTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-CLI-TOTAL EQUAL ZEROS
               DISPLAY "NENHUM CLIENTE INFORMADO"
               MOVE 'N' TO WRK-ENTRADA-OK
           END-IF.

       0200-PROCESS SECTION.
           PERFORM 0210-CABECALHO.
           IF WRK-TIPO EQUAL 'F'
               PERFORM 0220-PREVIA-FAIXA
           ELSE
               PERFORM 0230-PREVIA-CLIENTES
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CLIENTES AFETADOS: " WRK-ACUM-AFETADOS
               "  PEDIDOS EM ABERTO: " WRK-ACUM-PEDIDOS
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           IF WRK-PDV-ABERTO EQUAL 'S'
               CLOSE PED-VENDEDOR
           END-IF.
           DISPLAY "PREVIA EM RELATORIO-REALINHAMENTO.TXT".
           DISPLAY "CLIENTES AFETADOS...: " WRK-ACUM-AFETADOS.
           DISPLAY "PEDIDOS EM ABERTO...: " WRK-ACUM-PEDIDOS.
           IF WRK-TIPO EQUAL 'C' AND WRK-ACUM-AFETADOS EQUAL ZEROS
               DISPLAY "NADA A REALINHAR"
           ELSE
               DISPLAY "CONFIRMA O REALINHAMENTO (S/N)..."
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                   PERFORM 0250-GRAVA-REALINHAMENTO
               ELSE
                   DISPLAY "REALINHAMENTO NAO GRAVADO"
               END-IF
           END-IF.

       0210-CABECALHO SECTION.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PREVIA DO REALINHAMENTO DE TERRITORIOS -- "
               "A PARTIR DE " WRK-DATA-EFETIVA
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DE " WRK-ORIGEM " " WRK-NOME-ORIGEM
               " PARA " WRK-DESTINO " " WRK-NOME-DESTINO
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           IF WRK-TIPO EQUAL 'F'
               STRING "FAIXA: UF " WRK-UF " CEP " WRK-CEP-INI
                   " A " WRK-CEP-FIM
                   DELIMITED BY SIZE INTO REG-RELATORIO
           ELSE
               STRING "LISTA DE " WRK-CLI-TOTAL " CLIENTES"
                   DELIMITED BY SIZE INTO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
           MOVE ALL "=" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0220-PREVIA-FAIXA SECTION.
      *==  SO O CLIENTE QUE CAI NA FAIXA PELO TERRITORIO DA ORIGEM --
      *==  O QUE ESTA NA CARTEIRA DE ALGUEM NAO MUDA COM A FAIXA
           MOVE ZEROS TO REG-ID.
           START CLIENTES KEY NOT LESS THAN REG-ID
               INVALID KEY
                   MOVE 10 TO FS-CLIENTES
           END-START.
           IF FS-CLIENTES EQUAL 00
               READ CLIENTES NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDOS
               IF REG-UF EQUAL WRK-UF
                   AND REG-CEP IS NUMERIC
                   AND REG-CEP NOT < WRK-CEP-INI
                   AND REG-CEP NOT > WRK-CEP-FIM
                   PERFORM 0240-VENDEDOR-NA-DATA
                   IF VVP-VENDEDOR EQUAL WRK-ORIGEM
                       AND VVP-ORIGEM EQUAL 'T'
                       MOVE "TERRITORIO DA ORIGEM" TO
                           WRK-LCL-SITUACAO
                       PERFORM 0245-LISTA-CLIENTE
                   END-IF
               END-IF
               READ CLIENTES NEXT RECORD
           END-PERFORM.

       0230-PREVIA-CLIENTES SECTION.
           PERFORM VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-TOTAL
               MOVE WRK-CLI-ID (WRK-CLI-IDX) TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       MOVE SPACES TO REG-RELATORIO
                       STRING "CLIENTE " WRK-CLI-ID (WRK-CLI-IDX)
                           " NAO CADASTRADO -- IGNORADO"
                           DELIMITED BY SIZE INTO REG-RELATORIO
                       WRITE REG-RELATORIO
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM 0240-VENDEDOR-NA-DATA
                       IF VVP-VENDEDOR EQUAL WRK-ORIGEM
                           MOVE 'S' TO WRK-CLI-AFETADO (WRK-CLI-IDX)
                           IF VVP-ORIGEM EQUAL 'C'
                               MOVE "CARTEIRA DA ORIGEM" TO
                                   WRK-LCL-SITUACAO
                           ELSE
                               MOVE "TERRITORIO DA ORIGEM" TO
                                   WRK-LCL-SITUACAO
                           END-IF
                           PERFORM 0245-LISTA-CLIENTE
                       ELSE
                           MOVE SPACES TO REG-RELATORIO
                           STRING "CLIENTE " REG-ID
                               " COM O VENDEDOR " VVP-VENDEDOR
                               " NA DATA -- IGNORADO"
                               DELIMITED BY SIZE INTO REG-RELATORIO
                           WRITE REG-RELATORIO
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.

       0240-VENDEDOR-NA-DATA SECTION.
           MOVE 'V' TO VVP-FUNCAO.
           MOVE REG-ID TO VVP-ID-CLIENTE.
           MOVE REG-UF TO VVP-UF.
           MOVE REG-CEP TO VVP-CEP.
           MOVE WRK-DATA-EFETIVA TO VVP-DATA.
           CALL "ARQ150" USING WRK-VVP-PARAMETROS.

       0245-LISTA-CLIENTE SECTION.
           ADD 1 TO WRK-ACUM-AFETADOS.
           MOVE REG-ID TO WRK-LCL-ID.
           MOVE REG-NOME TO WRK-LCL-NOME.
           MOVE REG-UF TO WRK-LCL-UF.
           MOVE REG-CEP TO WRK-LCL-CEP.
           MOVE WRK-LINHA-CLIENTE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE REG-ID TO PED-ID-CLIENTE.
           MOVE ZEROS TO PED-SEQUENCIA.
           MOVE 'N' TO WRK-FIM-GRUPO.
           START PEDIDOS KEY NOT LESS THAN PED-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ PEDIDOS NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF PED-ID-CLIENTE NOT EQUAL REG-ID
                           MOVE 'S' TO WRK-FIM-GRUPO
                       ELSE
                           IF PED-STATUS EQUAL 'A'
                               PERFORM 0247-LISTA-PEDIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0247-LISTA-PEDIDO SECTION.
      *==  O PEDIDO EM ABERTO NAO MUDA DE VENDEDOR -- A PREVIA MOSTRA
      *==  COM QUEM ELE FICA
           ADD 1 TO WRK-ACUM-PEDIDOS.
           MOVE SPACES TO WRK-VENDEDOR-PEDIDO.
           MOVE "(SATELITE DO PEDIDO)" TO WRK-LPE-ORIGEM.
           IF WRK-PDV-ABERTO EQUAL 'S'
               MOVE PED-CHAVE TO PDV-CHAVE
               READ PED-VENDEDOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PDV-VENDEDOR TO WRK-VENDEDOR-PEDIDO
               END-READ
           END-IF.
           IF WRK-VENDEDOR-PEDIDO EQUAL SPACES
               MOVE 'V' TO VVP-FUNCAO
               MOVE REG-ID TO VVP-ID-CLIENTE
               MOVE REG-UF TO VVP-UF
               MOVE REG-CEP TO VVP-CEP
               MOVE PED-DATA TO VVP-DATA
               CALL "ARQ150" USING WRK-VVP-PARAMETROS
               MOVE VVP-VENDEDOR TO WRK-VENDEDOR-PEDIDO
               MOVE "(VIGENTE NA DATA)" TO WRK-LPE-ORIGEM
           END-IF.
           MOVE PED-SEQUENCIA TO WRK-LPE-SEQUENCIA.
           MOVE PED-DATA TO WRK-LPE-DATA.
           MOVE PED-VALOR TO WRK-LPE-VALOR.
           MOVE WRK-VENDEDOR-PEDIDO TO WRK-LPE-VENDEDOR.
           MOVE WRK-LINHA-PEDIDO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0250-GRAVA-REALINHAMENTO SECTION.
      *==  A CARGA INICIAL DO HISTORICO (ARQ150 'I') VEM ANTES DE
      *==  QUALQUER GRAVACAO; NO FIM O MODULO E RECARREGADO PARA QUE
      *==  A MESMA SESSAO JA VEJA O REALINHAMENTO
           MOVE 'I' TO VVP-FUNCAO.
           CALL "ARQ150" USING WRK-VVP-PARAMETROS.
           IF WRK-TIPO EQUAL 'F'
               PERFORM 0260-REALINHA-FAIXA
           ELSE
               PERFORM 0270-REALINHA-CLIENTES
           END-IF.
           MOVE 'R' TO VVP-FUNCAO.
           CALL "ARQ150" USING WRK-VVP-PARAMETROS.

       0260-REALINHA-FAIXA SECTION.
      *==  DUAS PASSAGENS, COMO A TABELA DE VENDEDORES (ARQ099) --
      *==  OS PEDACOS NOVOS ENTRAM NO LUGAR DA FAIXA ANTIGA, PARA QUE
      *==  A ORDEM DO HISTORICO (PRIMEIRA FAIXA QUE COBRE GANHA) NAO
      *==  MUDE
           OPEN INPUT HISTORICO.
           OPEN OUTPUT HISTORICO-TMP.
           IF FS-HISTORICO EQUAL 00
               READ HISTORICO
               PERFORM UNTIL FS-HISTORICO NOT EQUAL 00
                   PERFORM 0265-REALINHA-LINHA
                   READ HISTORICO
               END-PERFORM
               CLOSE HISTORICO
           END-IF.
           CLOSE HISTORICO-TMP.
           IF WRK-ACUM-FAIXAS EQUAL ZEROS
               DISPLAY "NENHUMA FAIXA DA ORIGEM NA DATA -- NADA GRAVADO"
           ELSE
               OPEN INPUT HISTORICO-TMP
               OPEN OUTPUT HISTORICO
               READ HISTORICO-TMP
               PERFORM UNTIL FS-THS-TMP NOT EQUAL 00
                   MOVE REG-THS-TMP TO REG-HISTORICO
                   WRITE REG-HISTORICO
                   READ HISTORICO-TMP
               END-PERFORM
               CLOSE HISTORICO-TMP
               CLOSE HISTORICO
               DISPLAY "FAIXAS REALINHADAS...: " WRK-ACUM-FAIXAS
           END-IF.
           OPEN OUTPUT HISTORICO-TMP.
           CLOSE HISTORICO-TMP.

       0265-REALINHA-LINHA SECTION.
           MOVE 'N' TO WRK-AFETADO.
           IF THS-VENDEDOR EQUAL WRK-ORIGEM
               AND THS-UF EQUAL WRK-UF
               AND THS-CEP-INI IS NUMERIC
               AND THS-CEP-FIM IS NUMERIC
               AND THS-DATA-INICIO NOT > WRK-DATA-EFETIVA
               AND THS-DATA-FIM NOT < WRK-DATA-EFETIVA
               AND THS-CEP-INI NOT > WRK-CEP-FIM
               AND THS-CEP-FIM NOT < WRK-CEP-INI
               MOVE 'S' TO WRK-AFETADO
           END-IF.
           IF WRK-AFETADO EQUAL 'N'
               MOVE REG-HISTORICO TO REG-THS-TMP
               WRITE REG-THS-TMP
           ELSE
               ADD 1 TO WRK-ACUM-FAIXAS
               MOVE REG-HISTORICO TO WRK-FAIXA-ANTIGA
               MOVE THS-DATA-FIM TO WRK-FIM-ANTIGO
               MOVE THS-CEP-INI TO WRK-FAIXA-INI-NUM
               MOVE THS-CEP-FIM TO WRK-FAIXA-FIM-NUM
      *==  ATE A VESPERA A FAIXA CONTINUA INTEIRA COM A ORIGEM
               IF THS-DATA-INICIO < WRK-DATA-EFETIVA
                   MOVE WRK-DATA-VESPERA TO THS-DATA-FIM
                   MOVE REG-HISTORICO TO REG-THS-TMP
                   WRITE REG-THS-TMP
               END-IF
      *==  DA DATA EM DIANTE: O QUE SOBRA ABAIXO E ACIMA DA FAIXA
      *==  INFORMADA FICA COM A ORIGEM, O MEIO VAI PARA O DESTINO
               IF WRK-FAIXA-INI-NUM < WRK-CEP-INI-NUM
                   MOVE WRK-FAIXA-INI-NUM TO WRK-PEDACO-INI
                   COMPUTE WRK-PEDACO-FIM = WRK-CEP-INI-NUM - 1
                   MOVE WRK-ORIGEM TO WRK-CODIGO
                   PERFORM 0267-GRAVA-PEDACO
               END-IF
               IF WRK-FAIXA-INI-NUM > WRK-CEP-INI-NUM
                   MOVE WRK-FAIXA-INI-NUM TO WRK-PEDACO-INI
               ELSE
                   MOVE WRK-CEP-INI-NUM TO WRK-PEDACO-INI
               END-IF
               IF WRK-FAIXA-FIM-NUM < WRK-CEP-FIM-NUM
                   MOVE WRK-FAIXA-FIM-NUM TO WRK-PEDACO-FIM
               ELSE
                   MOVE WRK-CEP-FIM-NUM TO WRK-PEDACO-FIM
               END-IF
               MOVE WRK-DESTINO TO WRK-CODIGO
               PERFORM 0267-GRAVA-PEDACO
               IF WRK-FAIXA-FIM-NUM > WRK-CEP-FIM-NUM
                   COMPUTE WRK-PEDACO-INI = WRK-CEP-FIM-NUM + 1
                   MOVE WRK-FAIXA-FIM-NUM TO WRK-PEDACO-FIM
                   MOVE WRK-ORIGEM TO WRK-CODIGO
                   PERFORM 0267-GRAVA-PEDACO
               END-IF
           END-IF.

       0267-GRAVA-PEDACO SECTION.
           MOVE WRK-FAIXA-ANTIGA TO REG-HISTORICO.
           MOVE WRK-CODIGO TO THS-VENDEDOR.
           MOVE WRK-PEDACO-INI TO THS-CEP-INI.
           MOVE WRK-PEDACO-FIM TO THS-CEP-FIM.
           MOVE WRK-DATA-EFETIVA TO THS-DATA-INICIO.
           MOVE WRK-FIM-ANTIGO TO THS-DATA-FIM.
           MOVE 'R' TO THS-ORIGEM.
           MOVE REG-HISTORICO TO REG-THS-TMP.
           WRITE REG-THS-TMP.

       0270-REALINHA-CLIENTES SECTION.
           PERFORM 0275-IDENTIFICA-OPERADOR.
           OPEN I-O CARTEIRA.
           IF FS-CARTEIRA EQUAL 35
               OPEN OUTPUT CARTEIRA
               CLOSE CARTEIRA
               OPEN I-O CARTEIRA
           END-IF.
           IF FS-CARTEIRA NOT EQUAL 00
               MOVE "CARTEIRA NAO FOI ABERTA" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-TOTAL
               IF WRK-CLI-AFETADO (WRK-CLI-IDX) EQUAL 'S'
                   PERFORM 0280-REALINHA-CLIENTE
               END-IF
           END-PERFORM.
           CLOSE CARTEIRA.
           DISPLAY "CLIENTES REALINHADOS...: " WRK-ACUM-GRAVADOS.
           IF WRK-ACUM-FUTUROS > ZEROS
               DISPLAY "COM ATRIBUICAO FUTURA (FORA)...: "
                   WRK-ACUM-FUTUROS
           END-IF.

       0275-IDENTIFICA-OPERADOR SECTION.
           MOVE SPACES TO WRK-OPERADOR.
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

       0280-REALINHA-CLIENTE SECTION.
      *==  PRIMEIRA PASSAGEM SO OLHA O GRUPO DO CLIENTE: A ATRIBUICAO
      *==  QUE COBRE A DATA E SE JA HA OUTRA GRAVADA PARA DEPOIS DELA
           MOVE WRK-CLI-ID (WRK-CLI-IDX) TO WRK-ID.
           MOVE 'N' TO WRK-CAR-VIGENTE.
           MOVE 'N' TO WRK-CAR-FUTURA.
           MOVE WRK-ID TO CAR-ID-CLIENTE.
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
                       IF CAR-ID-CLIENTE NOT EQUAL WRK-ID
                           MOVE 'S' TO WRK-FIM-GRUPO
                       ELSE
                           IF CAR-DATA-INICIO > WRK-DATA-EFETIVA
                               MOVE 'S' TO WRK-CAR-FUTURA
                           END-IF
                           IF CAR-DATA-INICIO NOT > WRK-DATA-EFETIVA
                               AND CAR-DATA-FIM NOT < WRK-DATA-EFETIVA
                               MOVE 'S' TO WRK-CAR-VIGENTE
                               MOVE CAR-DATA-INICIO TO WRK-CAR-INICIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-CAR-FUTURA EQUAL 'S'
               ADD 1 TO WRK-ACUM-FUTUROS
               DISPLAY "CLIENTE " WRK-ID
                   " COM ATRIBUICAO FUTURA -- NAO REALINHADO"
           ELSE
               IF WRK-CAR-VIGENTE EQUAL 'S'
                   PERFORM 0285-ENCERRA-ATRIBUICAO
               END-IF
               MOVE SPACES TO REG-CARTEIRA
               MOVE WRK-ID TO CAR-ID-CLIENTE
               MOVE WRK-DATA-EFETIVA TO CAR-DATA-INICIO
               MOVE WRK-DESTINO TO CAR-VENDEDOR
               MOVE "99999999" TO CAR-DATA-FIM
               MOVE WRK-ORIGEM TO CAR-VENDEDOR-ANTES
               MOVE WRK-DATA-HOJE TO CAR-DATA-REGISTRO
               MOVE WRK-OPERADOR TO CAR-OPERADOR
               WRITE REG-CARTEIRA
                   INVALID KEY
                       DISPLAY "CLIENTE " WRK-ID
                           " -- ERRO NA GRAVACAO DA CARTEIRA"
                   NOT INVALID KEY
                       ADD 1 TO WRK-ACUM-GRAVADOS
               END-WRITE
           END-IF.

       0285-ENCERRA-ATRIBUICAO SECTION.
      *==  A ATRIBUICAO QUE COMECA NA PROPRIA DATA SAI; A ANTERIOR
      *==  FICA ENCERRADA NA VESPERA
           MOVE WRK-ID TO CAR-ID-CLIENTE.
           MOVE WRK-CAR-INICIO TO CAR-DATA-INICIO.
           READ CARTEIRA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAR-DATA-INICIO EQUAL WRK-DATA-EFETIVA
                       DELETE CARTEIRA RECORD
                   ELSE
                       MOVE WRK-DATA-VESPERA TO CAR-DATA-FIM
                       REWRITE REG-CARTEIRA
                   END-IF
           END-READ.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
