       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ110 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: MANUTENCAO DA TABELA DE CONDICOES DE PAGAMENTO
      *==            (CONDICOES-PAGAMENTO.TXT) -- LISTA AS CONDICOES
      *==            COM O NUMERO DE PARCELAS E O PRAZO DE CADA UMA
      *==            E PERMITE INCLUIR, ALTERAR E EXCLUIR, NO MESMO
      *==            MOLDE DA TABELA DE VENDEDORES (ARQ099); O
      *==            FATURAMENTO (ARQ064) DIVIDE A FATURA DO PEDIDO
      *==            NAS PARCELAS DA CONDICAO INFORMADA NA ENTRADA
      *==  OS PRAZOS SAO DIAS CORRIDOS A PARTIR DA EMISSAO, EM ORDEM
      *==  CRESCENTE, NO MAXIMO 12 PARCELAS
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONDICOES ASSIGN TO
               "CONDICOES-PAGAMENTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONDICOES.

           SELECT CONDICOES-TMP ASSIGN TO
               "CONDICOES-PAGAMENTO-TMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CPG-TMP.

       DATA DIVISION.
       FILE SECTION.
       FD CONDICOES.
       01 REG-CONDICAO.
           COPY CPGREG.

       FD CONDICOES-TMP.
       01 REG-CPG-TMP PIC X(75).

       WORKING-STORAGE SECTION.
       77 FS-CONDICOES PIC 9(02) VALUE ZEROS.
       77 FS-CPG-TMP PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.

      *===========VARIAVEIS DE ENTRADA DE DADOS============
       77 WRK-OPERACAO PIC X(01) VALUE SPACES.
       77 WRK-CODIGO PIC X(03) VALUE SPACES.
       77 WRK-DESCRICAO PIC X(20) VALUE SPACES.
       77 WRK-PARCELAS-ALFA PIC X(02) VALUE SPACES.
       77 WRK-PRAZO-ALFA PIC X(03) VALUE SPACES.
       77 WRK-PARCELAS PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-PRAZOS.
           05 WRK-PRAZO OCCURS 12 TIMES PIC 9(03).
       77 WRK-IND PIC 9(02) VALUE ZEROS.
       77 WRK-DADOS-OK PIC X(01) VALUE 'S'.
       77 WRK-ACHADO PIC X(01) VALUE 'N'.

      *===========MONTAGEM DA LINHA DA LISTAGEM===============
       77 WRK-LINHA-PRAZOS PIC X(48) VALUE SPACES.
       77 WRK-PONTEIRO PIC 9(03) VALUE ZEROS.

      *================ACUMULADORES===================================
       77 WRK-ACUM-CONDICOES PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           DISPLAY "MANUTENCAO DA TABELA DE CONDICOES DE PAGAMENTO".
           PERFORM 0110-LISTA-TABELA.
           DISPLAY "OPERACAO (I=INCLUIR A=ALTERAR E=EXCLUIR)...".
           ACCEPT WRK-OPERACAO.

       0110-LISTA-TABELA SECTION.
           OPEN INPUT CONDICOES.
           IF FS-CONDICOES NOT EQUAL 00
               DISPLAY "TABELA AINDA NAO EXISTE"
           ELSE
               READ CONDICOES
               PERFORM UNTIL FS-CONDICOES NOT EQUAL 00
                   ADD 1 TO WRK-ACUM-CONDICOES
                   PERFORM 0115-MONTA-PRAZOS
                   DISPLAY "   " CPG-CODIGO " " CPG-DESCRICAO " "
                       CPG-PARCELAS "X " WRK-LINHA-PRAZOS
                   READ CONDICOES
               END-PERFORM
               CLOSE CONDICOES
           END-IF.

       0115-MONTA-PRAZOS SECTION.
      *==  OS PRAZOS SAEM SEPARADOS POR BARRA (030/060/090) -- SO
      *==  AS PARCELAS QUE A CONDICAO USA
           MOVE SPACES TO WRK-LINHA-PRAZOS.
           MOVE 1 TO WRK-PONTEIRO.
           PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > CPG-PARCELAS OR WRK-IND > 12
               IF WRK-IND > 1
                   STRING "/" DELIMITED BY SIZE
                       INTO WRK-LINHA-PRAZOS
                       WITH POINTER WRK-PONTEIRO
               END-IF
               STRING CPG-PRAZO (WRK-IND) DELIMITED BY SIZE
                   INTO WRK-LINHA-PRAZOS
                   WITH POINTER WRK-PONTEIRO
           END-PERFORM.

       0200-PROCESS SECTION.
           EVALUATE WRK-OPERACAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0210-INCLUI-CONDICAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0220-ALTERA-CONDICAO
               WHEN 'E'
               WHEN 'e'
                   PERFORM 0230-EXCLUI-CONDICAO
               WHEN OTHER
                   DISPLAY "OPERACAO INVALIDA"
           END-EVALUATE.

       0210-INCLUI-CONDICAO SECTION.
           PERFORM 0250-ACEITA-DADOS.
           IF WRK-DADOS-OK NOT EQUAL 'S'
               GOBACK
           END-IF.
           PERFORM 0260-PROCURA-CONDICAO.
           IF WRK-ACHADO EQUAL 'S'
               DISPLAY "CODIGO JA CADASTRADO"
           ELSE
               OPEN EXTEND CONDICOES
               IF FS-CONDICOES EQUAL 35
                   OPEN OUTPUT CONDICOES
                   CLOSE CONDICOES
                   OPEN EXTEND CONDICOES
               END-IF
               PERFORM 0265-MONTA-REGISTRO
               WRITE REG-CONDICAO
               CLOSE CONDICOES
               DISPLAY "CONDICAO INCLUIDA"
           END-IF.

       0220-ALTERA-CONDICAO SECTION.
           PERFORM 0250-ACEITA-DADOS.
           IF WRK-DADOS-OK NOT EQUAL 'S'
               GOBACK
           END-IF.
           IF WRK-DESCRICAO EQUAL SPACES
               DISPLAY "DESCRICAO OBRIGATORIA -- ALTERACAO CANCELADA"
               GOBACK
           END-IF.
           PERFORM 0260-PROCURA-CONDICAO.
           IF WRK-ACHADO EQUAL 'N'
               DISPLAY "CONDICAO NAO ENCONTRADA"
           ELSE
               PERFORM 0270-REESCREVE-TABELA
               DISPLAY "CONDICAO ALTERADA"
           END-IF.

       0230-EXCLUI-CONDICAO SECTION.
      *==  PEDIDO JA GRAVADO COM A CONDICAO EXCLUIDA FATURA EM
      *==  PARCELA UNICA A 30 DIAS (VIDE ARQ064)
           DISPLAY "DIGITE O CODIGO (3 CARACTERES)...".
           ACCEPT WRK-CODIGO.
           PERFORM 0260-PROCURA-CONDICAO.
           IF WRK-ACHADO EQUAL 'N'
               DISPLAY "CONDICAO NAO ENCONTRADA"
           ELSE
               MOVE SPACES TO WRK-DESCRICAO
               PERFORM 0270-REESCREVE-TABELA
               DISPLAY "CONDICAO EXCLUIDA"
           END-IF.

       0250-ACEITA-DADOS SECTION.
           MOVE 'S' TO WRK-DADOS-OK.
           INITIALIZE WRK-TAB-PRAZOS.
           DISPLAY "DIGITE O CODIGO (3 CARACTERES)...".
           ACCEPT WRK-CODIGO.
           DISPLAY "DIGITE A DESCRICAO (EX.: 30/60/90 DIAS)...".
           ACCEPT WRK-DESCRICAO.
           DISPLAY "DIGITE O NUMERO DE PARCELAS (1 A 12)...".
           MOVE SPACES TO WRK-PARCELAS-ALFA.
           ACCEPT WRK-PARCELAS-ALFA.
           MOVE ZEROS TO WRK-PARCELAS.
           IF FUNCTION TRIM(WRK-PARCELAS-ALFA) IS NUMERIC
               AND WRK-PARCELAS-ALFA NOT EQUAL SPACES
               COMPUTE WRK-PARCELAS =
                   FUNCTION NUMVAL (WRK-PARCELAS-ALFA)
           END-IF.
           IF WRK-PARCELAS < 1 OR WRK-PARCELAS > 12
               DISPLAY "NUMERO DE PARCELAS INVALIDO -- CANCELADO"
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.
           PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-PARCELAS
                   OR WRK-DADOS-OK NOT EQUAL 'S'
               PERFORM 0255-ACEITA-PRAZO
           END-PERFORM.

       0255-ACEITA-PRAZO SECTION.
      *==  PRAZO EM DIAS CORRIDOS DA EMISSAO; CADA PARCELA VENCE
      *==  DEPOIS DA ANTERIOR
           DISPLAY "PRAZO DA PARCELA " WRK-IND " (DIAS)...".
           MOVE SPACES TO WRK-PRAZO-ALFA.
           ACCEPT WRK-PRAZO-ALFA.
           IF FUNCTION TRIM(WRK-PRAZO-ALFA) IS NUMERIC
               AND WRK-PRAZO-ALFA NOT EQUAL SPACES
               COMPUTE WRK-PRAZO (WRK-IND) =
                   FUNCTION NUMVAL (WRK-PRAZO-ALFA)
           ELSE
               DISPLAY "PRAZO INVALIDO -- CANCELADO"
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.
           IF WRK-DADOS-OK EQUAL 'S' AND WRK-IND > 1
               IF WRK-PRAZO (WRK-IND) NOT > WRK-PRAZO (WRK-IND - 1)
                   DISPLAY "PRAZO DEVE SER MAIOR QUE O ANTERIOR"
                       " -- CANCELADO"
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
           END-IF.

       0260-PROCURA-CONDICAO SECTION.
           MOVE 'N' TO WRK-ACHADO.
           OPEN INPUT CONDICOES.
           IF FS-CONDICOES EQUAL 00
               READ CONDICOES
               PERFORM UNTIL FS-CONDICOES NOT EQUAL 00
                       OR WRK-ACHADO EQUAL 'S'
                   IF CPG-CODIGO EQUAL WRK-CODIGO
                       MOVE 'S' TO WRK-ACHADO
                   END-IF
                   READ CONDICOES
               END-PERFORM
               CLOSE CONDICOES
           END-IF.

       0265-MONTA-REGISTRO SECTION.
           MOVE SPACES TO REG-CONDICAO.
           MOVE WRK-CODIGO TO CPG-CODIGO.
           MOVE WRK-DESCRICAO TO CPG-DESCRICAO.
           MOVE WRK-PARCELAS TO CPG-PARCELAS.
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 12
               MOVE WRK-PRAZO (WRK-IND) TO CPG-PRAZO (WRK-IND)
           END-PERFORM.

       0270-REESCREVE-TABELA SECTION.
      *==  ALTERACAO E EXCLUSAO EM DUAS PASSAGENS, COMO O ARQ099 --
      *==  NA ALTERACAO A LINHA SAI COM OS DADOS NOVOS, NA EXCLUSAO
      *==  (DESCRICAO EM BRANCO) ELA NAO E COPIADA
           OPEN INPUT CONDICOES.
           OPEN OUTPUT CONDICOES-TMP.
           READ CONDICOES.
           PERFORM UNTIL FS-CONDICOES NOT EQUAL 00
               IF CPG-CODIGO EQUAL WRK-CODIGO
                   IF WRK-DESCRICAO NOT EQUAL SPACES
                       PERFORM 0265-MONTA-REGISTRO
                       MOVE REG-CONDICAO TO REG-CPG-TMP
                       WRITE REG-CPG-TMP
                   END-IF
               ELSE
                   MOVE REG-CONDICAO TO REG-CPG-TMP
                   WRITE REG-CPG-TMP
               END-IF
               READ CONDICOES
           END-PERFORM.
           CLOSE CONDICOES.
           CLOSE CONDICOES-TMP.
           OPEN INPUT CONDICOES-TMP.
           OPEN OUTPUT CONDICOES.
           READ CONDICOES-TMP.
           PERFORM UNTIL FS-CPG-TMP NOT EQUAL 00
               MOVE REG-CPG-TMP TO REG-CONDICAO
               WRITE REG-CONDICAO
               READ CONDICOES-TMP
           END-PERFORM.
           CLOSE CONDICOES-TMP.
           CLOSE CONDICOES.
           OPEN OUTPUT CONDICOES-TMP.
           CLOSE CONDICOES-TMP.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
