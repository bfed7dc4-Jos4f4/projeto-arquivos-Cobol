       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ148 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: MANUTENCAO DA TABELA DE METAS DE VENDAS
      *==            (METAS-VENDAS.TXT, VIDE METREG) -- META MENSAL
      *==            POR VENDEDOR, COM A DIVISAO OPCIONAL POR UF DO
      *==            TERRITORIO; LISTA AS METAS DO ANO CORRENTE EM
      *==            DIANTE E PERMITE INCLUIR, ALTERAR E EXCLUIR, NO
      *==            MESMO MOLDE DA TABELA DE VENDEDORES (ARQ099); O
      *==            ATINGIMENTO SAI NO ARQ149
      *==  SO ACEITA VENDEDOR CADASTRADO NO ARQ099; A SOMA DAS
      *==  PARCELAS POR UF ACIMA DA META TOTAL E SO AVISADA
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

           SELECT METAS ASSIGN TO
               "METAS-VENDAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-METAS.

           SELECT METAS-TMP ASSIGN TO
               "METAS-VENDAS-TMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MET-TMP.

           SELECT VENDEDORES ASSIGN TO
               DYNAMIC WRK-CAMINHO-VENDEDORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDEDORES.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD METAS.
       01 REG-META.
           COPY METREG.

       FD METAS-TMP.
       01 REG-MET-TMP PIC X(25).

       FD VENDEDORES.
       01 REG-VENDEDOR.
           COPY VDDREG.

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-METAS PIC 9(02) VALUE ZEROS.
       77 FS-MET-TMP PIC 9(02) VALUE ZEROS.
       77 FS-VENDEDORES PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-VENDEDORES PIC X(30) VALUE SPACES.

       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

      *===========VARIAVEIS DE ENTRADA DE DADOS============
       77 WRK-OPERACAO PIC X(01) VALUE SPACES.
       77 WRK-VENDEDOR PIC X(03) VALUE SPACES.
       77 WRK-AAAAMM PIC X(06) VALUE SPACES.
       77 WRK-MES PIC 9(02) VALUE ZEROS.
       77 WRK-UF PIC X(02) VALUE SPACES.
       77 WRK-VALOR-ALFA PIC X(14) VALUE SPACES.
       77 WRK-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-EDITADO PIC ZZZZZZZZ9.99.
       77 WRK-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-VDD-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-DADOS-OK PIC X(01) VALUE 'N'.
       77 WRK-EXCLUI PIC X(01) VALUE 'N'.

      *===========CONFERENCIA DAS PARCELAS POR UF============
       77 WRK-META-TOTAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SOMA-PARCELAS PIC 9(11)V99 VALUE ZEROS.

      *================ACUMULADORES===================================
       77 WRK-ACUM-METAS PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           DISPLAY "MANUTENCAO DA TABELA DE METAS DE VENDAS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
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
      *==  OS ANOS ANTERIORES FICAM NO ARQUIVO PARA O ACUMULADO DO
      *==  RELATORIO, MAS NAO POLUEM A LISTA
           OPEN INPUT METAS.
           IF FS-METAS NOT EQUAL 00
               DISPLAY "TABELA AINDA NAO EXISTE"
           ELSE
               READ METAS
               PERFORM UNTIL FS-METAS NOT EQUAL 00
                   IF MET-AAAAMM (1:4) NOT < WRK-DATA-HOJE (1:4)
                       ADD 1 TO WRK-ACUM-METAS
                       MOVE MET-VALOR TO WRK-VALOR-EDITADO
                       IF MET-UF EQUAL SPACES
                           DISPLAY "   " MET-VENDEDOR " " MET-AAAAMM
                               " TOTAL " WRK-VALOR-EDITADO
                       ELSE
                           DISPLAY "   " MET-VENDEDOR " " MET-AAAAMM
                               " UF " MET-UF "  " WRK-VALOR-EDITADO
                       END-IF
                   END-IF
                   READ METAS
               END-PERFORM
               CLOSE METAS
           END-IF.

       0200-PROCESS SECTION.
           EVALUATE WRK-OPERACAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0210-INCLUI-META
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0220-ALTERA-META
               WHEN 'E'
               WHEN 'e'
                   PERFORM 0230-EXCLUI-META
               WHEN OTHER
                   DISPLAY "OPERACAO INVALIDA"
           END-EVALUATE.

       0210-INCLUI-META SECTION.
           PERFORM 0250-ACEITA-CHAVE.
           IF WRK-DADOS-OK EQUAL 'S'
               PERFORM 0255-ACEITA-VALOR
           END-IF.
           IF WRK-DADOS-OK EQUAL 'S'
               PERFORM 0260-PROCURA-META
               IF WRK-ACHADO EQUAL 'S'
                   DISPLAY "META JA CADASTRADA"
               ELSE
                   OPEN EXTEND METAS
                   IF FS-METAS EQUAL 35
                       OPEN OUTPUT METAS
                       CLOSE METAS
                       OPEN EXTEND METAS
                   END-IF
                   MOVE SPACES TO REG-META
                   MOVE WRK-VENDEDOR TO MET-VENDEDOR
                   MOVE WRK-AAAAMM TO MET-AAAAMM
                   MOVE WRK-UF TO MET-UF
                   MOVE WRK-VALOR TO MET-VALOR
                   WRITE REG-META
                   CLOSE METAS
                   DISPLAY "META INCLUIDA"
                   PERFORM 0280-CONFERE-PARCELAS
               END-IF
           END-IF.

       0220-ALTERA-META SECTION.
           PERFORM 0250-ACEITA-CHAVE.
           IF WRK-DADOS-OK EQUAL 'S'
               PERFORM 0260-PROCURA-META
               IF WRK-ACHADO EQUAL 'N'
                   DISPLAY "META NAO ENCONTRADA"
               ELSE
                   PERFORM 0255-ACEITA-VALOR
                   IF WRK-DADOS-OK EQUAL 'S'
                       MOVE 'N' TO WRK-EXCLUI
                       PERFORM 0270-REESCREVE-TABELA
                       DISPLAY "META ALTERADA"
                       PERFORM 0280-CONFERE-PARCELAS
                   END-IF
               END-IF
           END-IF.

       0230-EXCLUI-META SECTION.
           PERFORM 0250-ACEITA-CHAVE.
           IF WRK-DADOS-OK EQUAL 'S'
               PERFORM 0260-PROCURA-META
               IF WRK-ACHADO EQUAL 'N'
                   DISPLAY "META NAO ENCONTRADA"
               ELSE
                   MOVE 'S' TO WRK-EXCLUI
                   PERFORM 0270-REESCREVE-TABELA
                   DISPLAY "META EXCLUIDA"
               END-IF
           END-IF.

       0250-ACEITA-CHAVE SECTION.
           MOVE 'N' TO WRK-DADOS-OK.
           DISPLAY "DIGITE O CODIGO DO VENDEDOR (3 CARACTERES)...".
           ACCEPT WRK-VENDEDOR.
           DISPLAY "DIGITE O MES DA META (AAAAMM)...".
           ACCEPT WRK-AAAAMM.
           DISPLAY "DIGITE A UF DO TERRITORIO (ENTER=META TOTAL)...".
           ACCEPT WRK-UF.
           MOVE FUNCTION UPPER-CASE (WRK-VENDEDOR) TO WRK-VENDEDOR.
           MOVE FUNCTION UPPER-CASE (WRK-UF) TO WRK-UF.
           IF WRK-AAAAMM IS NOT NUMERIC
               DISPLAY "MES INVALIDO"
           ELSE
               MOVE WRK-AAAAMM (5:2) TO WRK-MES
               IF WRK-MES < 1 OR WRK-MES > 12
                   DISPLAY "MES INVALIDO"
               ELSE
                   PERFORM 0265-PROCURA-VENDEDOR
                   IF WRK-VDD-ACHADO EQUAL 'N'
                       DISPLAY "VENDEDOR NAO CADASTRADO (ARQ099)"
                   ELSE
                       MOVE 'S' TO WRK-DADOS-OK
                   END-IF
               END-IF
           END-IF.

       0255-ACEITA-VALOR SECTION.
           MOVE 'N' TO WRK-DADOS-OK.
           DISPLAY "DIGITE O VALOR DA META (EX: 150000.00)...".
           ACCEPT WRK-VALOR-ALFA.
           COMPUTE WRK-VALOR = FUNCTION NUMVAL (WRK-VALOR-ALFA).
           IF WRK-VALOR EQUAL ZEROS
               DISPLAY "VALOR INVALIDO"
           ELSE
               MOVE 'S' TO WRK-DADOS-OK
           END-IF.

       0260-PROCURA-META SECTION.
           MOVE 'N' TO WRK-ACHADO.
           OPEN INPUT METAS.
           IF FS-METAS EQUAL 00
               READ METAS
               PERFORM UNTIL FS-METAS NOT EQUAL 00
                       OR WRK-ACHADO EQUAL 'S'
                   IF MET-VENDEDOR EQUAL WRK-VENDEDOR
                       AND MET-AAAAMM EQUAL WRK-AAAAMM
                       AND MET-UF EQUAL WRK-UF
                       MOVE 'S' TO WRK-ACHADO
                   END-IF
                   READ METAS
               END-PERFORM
               CLOSE METAS
           END-IF.

       0265-PROCURA-VENDEDOR SECTION.
           MOVE 'N' TO WRK-VDD-ACHADO.
           OPEN INPUT VENDEDORES.
           IF FS-VENDEDORES EQUAL 00
               READ VENDEDORES
               PERFORM UNTIL FS-VENDEDORES NOT EQUAL 00
                       OR WRK-VDD-ACHADO EQUAL 'S'
                   IF VDD-CODIGO EQUAL WRK-VENDEDOR
                       MOVE 'S' TO WRK-VDD-ACHADO
                   END-IF
                   READ VENDEDORES
               END-PERFORM
               CLOSE VENDEDORES
           END-IF.

       0270-REESCREVE-TABELA SECTION.
      *==  ALTERACAO E EXCLUSAO EM DUAS PASSAGENS, COMO O ARQ099 --
      *==  NA ALTERACAO A LINHA SAI COM O VALOR NOVO, NA EXCLUSAO
      *==  ELA NAO E COPIADA
           OPEN INPUT METAS.
           OPEN OUTPUT METAS-TMP.
           READ METAS.
           PERFORM UNTIL FS-METAS NOT EQUAL 00
               IF MET-VENDEDOR EQUAL WRK-VENDEDOR
                   AND MET-AAAAMM EQUAL WRK-AAAAMM
                   AND MET-UF EQUAL WRK-UF
                   IF WRK-EXCLUI NOT EQUAL 'S'
                       MOVE WRK-VALOR TO MET-VALOR
                       MOVE REG-META TO REG-MET-TMP
                       WRITE REG-MET-TMP
                   END-IF
               ELSE
                   MOVE REG-META TO REG-MET-TMP
                   WRITE REG-MET-TMP
               END-IF
               READ METAS
           END-PERFORM.
           CLOSE METAS.
           CLOSE METAS-TMP.
           OPEN INPUT METAS-TMP.
           OPEN OUTPUT METAS.
           READ METAS-TMP.
           PERFORM UNTIL FS-MET-TMP NOT EQUAL 00
               MOVE REG-MET-TMP TO REG-META
               WRITE REG-META
               READ METAS-TMP
           END-PERFORM.
           CLOSE METAS-TMP.
           CLOSE METAS.
           OPEN OUTPUT METAS-TMP.
           CLOSE METAS-TMP.

       0280-CONFERE-PARCELAS SECTION.
      *==  PARCELAS POR UF ACIMA DA META TOTAL DO MES NAO BLOQUEIAM
      *==  (A DIVISAO PODE ESTAR SENDO REFEITA), MAS FICAM AVISADAS
           MOVE ZEROS TO WRK-META-TOTAL.
           MOVE ZEROS TO WRK-SOMA-PARCELAS.
           OPEN INPUT METAS.
           IF FS-METAS EQUAL 00
               READ METAS
               PERFORM UNTIL FS-METAS NOT EQUAL 00
                   IF MET-VENDEDOR EQUAL WRK-VENDEDOR
                       AND MET-AAAAMM EQUAL WRK-AAAAMM
                       IF MET-UF EQUAL SPACES
                           MOVE MET-VALOR TO WRK-META-TOTAL
                       ELSE
                           ADD MET-VALOR TO WRK-SOMA-PARCELAS
                       END-IF
                   END-IF
                   READ METAS
               END-PERFORM
               CLOSE METAS
           END-IF.
           IF WRK-META-TOTAL > ZEROS
               AND WRK-SOMA-PARCELAS > WRK-META-TOTAL
               DISPLAY "AVISO: PARCELAS POR UF SOMAM MAIS QUE A META"
                   " TOTAL DO MES"
           END-IF.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
