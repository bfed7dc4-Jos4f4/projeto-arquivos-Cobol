       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ128 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: MANUTENCAO DA TABELA DE ALIQUOTAS DE ICMS
      *==            (ALIQUOTAS-ICMS.TXT) -- LISTA AS ALIQUOTAS POR UF
      *==            DE DESTINO E CLASSE FISCAL DO PRODUTO E PERMITE
      *==            INCLUIR, ALTERAR E EXCLUIR, NO MESMO MOLDE DA
      *==            TABELA DE CONDICOES DE PAGAMENTO (ARQ110); A
      *==            ENTRADA DE PEDIDOS E A GERACAO DE FATURAS
      *==            CALCULAM O IMPOSTO PELA TABELA (MODULO ARQ129)
      *==  A CHAVE E UF + CLASSE; CLASSE EM BRANCO GRAVA "00", A
      *==  ALIQUOTA GERAL DA UF, USADA QUANDO A CLASSE DO PRODUTO NAO
      *==  TEM LINHA PROPRIA
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIQUOTAS ASSIGN TO
               "ALIQUOTAS-ICMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALIQUOTAS.

           SELECT ALIQUOTAS-TMP ASSIGN TO
               "ALIQUOTAS-ICMS-TMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ICM-TMP.

       DATA DIVISION.
       FILE SECTION.
       FD ALIQUOTAS.
       01 REG-ALIQUOTA.
           COPY ICMREG.

       FD ALIQUOTAS-TMP.
       01 REG-ICM-TMP PIC X(41).

       WORKING-STORAGE SECTION.
       77 FS-ALIQUOTAS PIC 9(02) VALUE ZEROS.
       77 FS-ICM-TMP PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.

      *===========VARIAVEIS DE ENTRADA DE DADOS============
       77 WRK-OPERACAO PIC X(01) VALUE SPACES.
       77 WRK-UF PIC X(02) VALUE SPACES.
       77 WRK-CLASSE PIC X(02) VALUE SPACES.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-ALIQUOTA-ALFA PIC X(06) VALUE SPACES.
       77 WRK-ALIQUOTA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-DADOS-OK PIC X(01) VALUE 'S'.
       77 WRK-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-ALIQUOTA-EDITADA PIC Z9.99.

      *===========CALCULO DO ICMS (ARQ129)====================
       01 WRK-ICP-PARAMETROS.
           COPY ICPPRM.

      *================ACUMULADORES===================================
       77 WRK-ACUM-ALIQUOTAS PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           DISPLAY "MANUTENCAO DA TABELA DE ALIQUOTAS DE ICMS".
           PERFORM 0110-LISTA-TABELA.
           DISPLAY "OPERACAO (I=INCLUIR A=ALTERAR E=EXCLUIR)...".
           ACCEPT WRK-OPERACAO.

       0110-LISTA-TABELA SECTION.
           OPEN INPUT ALIQUOTAS.
           IF FS-ALIQUOTAS NOT EQUAL 00
               DISPLAY "TABELA AINDA NAO EXISTE"
           ELSE
               DISPLAY "   UF CLASSE ALIQ.% DESCRICAO"
               READ ALIQUOTAS
               PERFORM UNTIL FS-ALIQUOTAS NOT EQUAL 00
                   ADD 1 TO WRK-ACUM-ALIQUOTAS
                   MOVE ICM-ALIQUOTA TO WRK-ALIQUOTA-EDITADA
                   DISPLAY "   " ICM-UF " " ICM-CLASSE "     "
                       WRK-ALIQUOTA-EDITADA " " ICM-DESCRICAO
                   READ ALIQUOTAS
               END-PERFORM
               CLOSE ALIQUOTAS
           END-IF.

       0200-PROCESS SECTION.
           EVALUATE WRK-OPERACAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0210-INCLUI-ALIQUOTA
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0220-ALTERA-ALIQUOTA
               WHEN 'E'
               WHEN 'e'
                   PERFORM 0230-EXCLUI-ALIQUOTA
               WHEN OTHER
                   DISPLAY "OPERACAO INVALIDA"
           END-EVALUATE.

       0210-INCLUI-ALIQUOTA SECTION.
           PERFORM 0250-ACEITA-DADOS.
           IF WRK-DADOS-OK NOT EQUAL 'S'
               GOBACK
           END-IF.
           PERFORM 0260-PROCURA-ALIQUOTA.
           IF WRK-ACHADO EQUAL 'S'
               DISPLAY "UF/CLASSE JA CADASTRADA"
           ELSE
               OPEN EXTEND ALIQUOTAS
               IF FS-ALIQUOTAS EQUAL 35
                   OPEN OUTPUT ALIQUOTAS
                   CLOSE ALIQUOTAS
                   OPEN EXTEND ALIQUOTAS
               END-IF
               PERFORM 0265-MONTA-REGISTRO
               WRITE REG-ALIQUOTA
               CLOSE ALIQUOTAS
               PERFORM 0280-RECARREGA-MODULO
               DISPLAY "ALIQUOTA INCLUIDA"
           END-IF.

       0220-ALTERA-ALIQUOTA SECTION.
           PERFORM 0250-ACEITA-DADOS.
           IF WRK-DADOS-OK NOT EQUAL 'S'
               GOBACK
           END-IF.
           IF WRK-DESCRICAO EQUAL SPACES
               DISPLAY "DESCRICAO OBRIGATORIA -- ALTERACAO CANCELADA"
               GOBACK
           END-IF.
           PERFORM 0260-PROCURA-ALIQUOTA.
           IF WRK-ACHADO EQUAL 'N'
               DISPLAY "ALIQUOTA NAO ENCONTRADA"
           ELSE
               PERFORM 0270-REESCREVE-TABELA
               PERFORM 0280-RECARREGA-MODULO
               DISPLAY "ALIQUOTA ALTERADA"
           END-IF.

       0230-EXCLUI-ALIQUOTA SECTION.
      *==  SEM A LINHA DA CLASSE VALE A GERAL DA UF ("00"); SEM
      *==  NENHUMA DAS DUAS O PEDIDO PARA A UF E RECUSADO
           PERFORM 0255-ACEITA-CHAVE.
           IF WRK-DADOS-OK NOT EQUAL 'S'
               GOBACK
           END-IF.
           PERFORM 0260-PROCURA-ALIQUOTA.
           IF WRK-ACHADO EQUAL 'N'
               DISPLAY "ALIQUOTA NAO ENCONTRADA"
           ELSE
               MOVE SPACES TO WRK-DESCRICAO
               PERFORM 0270-REESCREVE-TABELA
               PERFORM 0280-RECARREGA-MODULO
               DISPLAY "ALIQUOTA EXCLUIDA"
           END-IF.

       0250-ACEITA-DADOS SECTION.
           PERFORM 0255-ACEITA-CHAVE.
           IF WRK-DADOS-OK EQUAL 'S'
               DISPLAY "DIGITE A ALIQUOTA EM % (EX.: 18.00)..."
               MOVE SPACES TO WRK-ALIQUOTA-ALFA
               ACCEPT WRK-ALIQUOTA-ALFA
               IF FUNCTION TEST-NUMVAL (WRK-ALIQUOTA-ALFA) EQUAL 0
                   AND WRK-ALIQUOTA-ALFA NOT EQUAL SPACES
                   AND FUNCTION NUMVAL (WRK-ALIQUOTA-ALFA) < 100
                   COMPUTE WRK-ALIQUOTA =
                       FUNCTION NUMVAL (WRK-ALIQUOTA-ALFA)
               ELSE
                   DISPLAY "ALIQUOTA INVALIDA -- CANCELADO"
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
           END-IF.
           IF WRK-DADOS-OK EQUAL 'S'
               DISPLAY "DIGITE A DESCRICAO (EX.: SP GERAL)..."
               MOVE SPACES TO WRK-DESCRICAO
               ACCEPT WRK-DESCRICAO
           END-IF.

       0255-ACEITA-CHAVE SECTION.
      *==  A UF E A MESMA SIGLA DO ENDERECO ESTRUTURADO (REG-UF)
           MOVE 'S' TO WRK-DADOS-OK.
           DISPLAY "DIGITE A UF DE DESTINO (EX.: SP)...".
           MOVE SPACES TO WRK-UF.
           ACCEPT WRK-UF.
           MOVE FUNCTION UPPER-CASE (WRK-UF) TO WRK-UF.
           IF WRK-UF IS NOT ALPHABETIC OR WRK-UF (2:1) EQUAL SPACE
               DISPLAY "UF INVALIDA -- CANCELADO"
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.
           IF WRK-DADOS-OK EQUAL 'S'
               DISPLAY "DIGITE A CLASSE FISCAL (ENTER=00 GERAL)..."
               MOVE SPACES TO WRK-CLASSE
               ACCEPT WRK-CLASSE
               IF WRK-CLASSE EQUAL SPACES
                   MOVE "00" TO WRK-CLASSE
               END-IF
           END-IF.

       0260-PROCURA-ALIQUOTA SECTION.
           MOVE 'N' TO WRK-ACHADO.
           OPEN INPUT ALIQUOTAS.
           IF FS-ALIQUOTAS EQUAL 00
               READ ALIQUOTAS
               PERFORM UNTIL FS-ALIQUOTAS NOT EQUAL 00
                       OR WRK-ACHADO EQUAL 'S'
                   IF ICM-UF EQUAL WRK-UF
                       AND ICM-CLASSE EQUAL WRK-CLASSE
                       MOVE 'S' TO WRK-ACHADO
                   END-IF
                   READ ALIQUOTAS
               END-PERFORM
               CLOSE ALIQUOTAS
           END-IF.

       0265-MONTA-REGISTRO SECTION.
           MOVE SPACES TO REG-ALIQUOTA.
           MOVE WRK-UF TO ICM-UF.
           MOVE WRK-CLASSE TO ICM-CLASSE.
           MOVE WRK-ALIQUOTA TO ICM-ALIQUOTA.
           MOVE WRK-DESCRICAO TO ICM-DESCRICAO.

       0270-REESCREVE-TABELA SECTION.
      *==  ALTERACAO E EXCLUSAO EM DUAS PASSAGENS, COMO O ARQ110 --
      *==  NA ALTERACAO A LINHA SAI COM OS DADOS NOVOS, NA EXCLUSAO
      *==  (DESCRICAO EM BRANCO) ELA NAO E COPIADA
           OPEN INPUT ALIQUOTAS.
           OPEN OUTPUT ALIQUOTAS-TMP.
           READ ALIQUOTAS.
           PERFORM UNTIL FS-ALIQUOTAS NOT EQUAL 00
               IF ICM-UF EQUAL WRK-UF
                   AND ICM-CLASSE EQUAL WRK-CLASSE
                   IF WRK-DESCRICAO NOT EQUAL SPACES
                       PERFORM 0265-MONTA-REGISTRO
                       MOVE REG-ALIQUOTA TO REG-ICM-TMP
                       WRITE REG-ICM-TMP
                   END-IF
               ELSE
                   MOVE REG-ALIQUOTA TO REG-ICM-TMP
                   WRITE REG-ICM-TMP
               END-IF
               READ ALIQUOTAS
           END-PERFORM.
           CLOSE ALIQUOTAS.
           CLOSE ALIQUOTAS-TMP.
           OPEN INPUT ALIQUOTAS-TMP.
           OPEN OUTPUT ALIQUOTAS.
           READ ALIQUOTAS-TMP.
           PERFORM UNTIL FS-ICM-TMP NOT EQUAL 00
               MOVE REG-ICM-TMP TO REG-ALIQUOTA
               WRITE REG-ALIQUOTA
               READ ALIQUOTAS-TMP
           END-PERFORM.
           CLOSE ALIQUOTAS-TMP.
           CLOSE ALIQUOTAS.
           OPEN OUTPUT ALIQUOTAS-TMP.
           CLOSE ALIQUOTAS-TMP.

       0280-RECARREGA-MODULO SECTION.
      *==  O ARQ129 GUARDA A TABELA ENTRE CHAMADAS -- UM PEDIDO
      *==  DIGITADO DEPOIS, NA MESMA SESSAO DO MENU, JA USA A
      *==  ALIQUOTA NOVA
           MOVE 'R' TO ICP-FUNCAO.
           CALL "ARQ129" USING WRK-ICP-PARAMETROS.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
