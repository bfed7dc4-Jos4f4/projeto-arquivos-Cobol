       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ111.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: GERACAO DIARIA DA REMESSA DE COBRANCA PARA O
      *==            BANCO (BANCO-REMESSA.TXT) A PARTIR DAS FATURAS
      *==            ABERTAS -- HEADER COM DATA E NUMERO DE SEQUENCIA
      *==            DA REMESSA, DETALHE COM A FATURA (NUMERO, SALDO,
      *==            EMISSAO E VENCIMENTO) E O SACADO (CPF, NOME E
      *==            ENDERECO ESTRUTURADO DO CLIENTES), E TRAILER COM
      *==            A QUANTIDADE E O VALOR TOTAL (MESMO ESTILO DA
      *==            REMESSA DO BUREAU, ARQ053) -- SUBSTITUI O
      *==            REGISTRO MANUAL DOS BOLETOS NO SITE DO BANCO
      *==  SO SAEM FATURAS NOVAS (SEM REGISTRO EM FATURAS-REMESSA)
      *==  OU ALTERADAS (SALDO OU VENCIMENTO DIFERENTE DA IMAGEM
      *==  ENVIADA, VIDE FRMREG); AS FATURAS SEM CONFIRMACAO DO
      *==  BANCO LISTADAS EM PENDENTES-REMESSA-BANCO.TXT (GERADO PELO
      *==  ARQ112) ENTRAM DE NOVO MESMO SEM ALTERACAO
      *==  LAYOUT: TIPO 0=HEADER  1=DETALHE  9=TRAILER
      *==  INSTRUCAO DO DETALHE: 01=REGISTRO  31=ALTERACAO
      *==  CADA FATURA ENVIADA E REGISTRADA EM BANCO-ENVIADOS.TXT COM
      *==  A SEQUENCIA DA REMESSA, PARA A CONCILIACAO DO ARQ112;
      *==  SEQUENCIA EM BANCO-REMESSA-CONTROLE.TXT
      *==  FATURA DE CLIENTE SEM CPF OU COM ENDERECO EM TEXTO LIVRE
      *==  NAO SAI -- VAI PARA BANCO-REVISAO.TXT E E TENTADA DE NOVO
      *==  NA PROXIMA REMESSA
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

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

           SELECT FAT-REMESSA ASSIGN TO
               DYNAMIC WRK-CAMINHO-FRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRM-NUMERO
               FILE STATUS IS FS-FRM.

           SELECT ENVIADOS ASSIGN TO
               "BANCO-ENVIADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENVIADOS.

           SELECT PENDENTES ASSIGN TO
               "PENDENTES-REMESSA-BANCO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDENTES.

           SELECT REMESSA ASSIGN TO
               "BANCO-REMESSA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMESSA.

           SELECT CONTROLE ASSIGN TO
               "BANCO-REMESSA-CONTROLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.

           SELECT REVISAO ASSIGN TO
               "BANCO-REVISAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REVISAO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.

       FD FAT-REMESSA.
       01 REG-FAT-REMESSA.
           COPY FRMREG.

       FD ENVIADOS.
       01 REG-ENVIADO.
           05 ENV-SEQUENCIA      PIC 9(06).
           05 FILLER             PIC X(01).
           05 ENV-FATURA         PIC 9(07).
           05 FILLER             PIC X(01).
           05 ENV-DATA           PIC X(08).

       FD PENDENTES.
       01 REG-PENDENTE PIC X(07).

       FD REMESSA.
       01 REG-REMESSA PIC X(120).

       01 REG-REMESSA-HEADER REDEFINES REG-REMESSA.
           05 HDR-TIPO           PIC X(01).
           05 HDR-DATA           PIC X(08).
           05 HDR-SEQUENCIA      PIC 9(06).
           05 HDR-IDENTIFICACAO  PIC X(08).
           05 FILLER             PIC X(97).

       01 REG-REMESSA-DETALHE REDEFINES REG-REMESSA.
           05 DET-TIPO           PIC X(01).
           05 DET-INSTRUCAO      PIC X(02).
           05 DET-FATURA         PIC 9(07).
           05 DET-VALOR          PIC 9(07)V99.
           05 DET-DATA-EMISSAO   PIC X(08).
           05 DET-DATA-VENCTO    PIC X(08).
           05 DET-CPF            PIC X(11).
           05 DET-NOME           PIC X(20).
           05 DET-LOGRADOURO     PIC X(20).
           05 DET-CIDADE         PIC X(10).
           05 DET-UF             PIC X(02).
           05 DET-CEP            PIC X(08).
           05 FILLER             PIC X(14).

       01 REG-REMESSA-TRAILER REDEFINES REG-REMESSA.
           05 TRL-TIPO           PIC X(01).
           05 TRL-INDICADOR      PIC X(04).
           05 TRL-QTDE-REGISTROS PIC 9(06).
           05 TRL-VALOR-TOTAL    PIC 9(11)V99.
           05 TRL-DATA-EXECUCAO  PIC X(08).
           05 FILLER             PIC X(88).

       FD CONTROLE.
       01 REG-CONTROLE.
           05 CTL-DATA           PIC X(08).
           05 FILLER             PIC X(01).
           05 CTL-SEQUENCIA      PIC 9(06).

       FD REVISAO.
       01 REG-REVISAO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-FRM PIC X(30) VALUE SPACES.

       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-FRM PIC 9(02) VALUE ZEROS.
       77 FS-ENVIADOS PIC 9(02) VALUE ZEROS.
       77 FS-PENDENTES PIC 9(02) VALUE ZEROS.
       77 FS-REMESSA PIC 9(02) VALUE ZEROS.
       77 FS-CONTROLE PIC 9(02) VALUE ZEROS.
       77 FS-REVISAO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

      *===========CONTROLE DA REMESSA ANTERIOR================
       77 WRK-SEQUENCIA PIC 9(06) VALUE ZEROS.

      *===========SELECAO DA FATURA===========================
      *==  WRK-INSTRUCAO EM BRANCO = FATURA NAO VAI NA REMESSA
       77 WRK-INSTRUCAO PIC X(02) VALUE SPACES.
       77 WRK-FRM-EXISTE PIC X(01) VALUE 'N'.

      *===========FATURAS PENDENTES DE CONFIRMACAO============
       01 WRK-TAB-PENDENTES.
           05 WRK-PEN-FATURA OCCURS 20000 TIMES
               INDEXED BY WRK-PEN-IDX PIC 9(07).
       77 WRK-PEN-TOTAL PIC 9(05) VALUE ZEROS.
       77 WRK-PEN-ACHADO PIC X(01) VALUE 'N'.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-NOVAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ALTERADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-REENVIADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-EXPORTADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-REVISAO PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-TOTAL PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           PERFORM 0110-LE-CONTROLE.
           PERFORM 0120-CARREGA-PENDENTES.
           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL 00
               MOVE "FATURAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O FAT-REMESSA.
           IF FS-FRM EQUAL 35
               OPEN OUTPUT FAT-REMESSA
               CLOSE FAT-REMESSA
               OPEN I-O FAT-REMESSA
           END-IF.
           IF FS-FRM NOT EQUAL 00
               MOVE "FATURAS-REMESSA NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT REMESSA.
           OPEN OUTPUT REVISAO.
           OPEN EXTEND ENVIADOS.
           IF FS-ENVIADOS EQUAL 35
               OPEN OUTPUT ENVIADOS
               CLOSE ENVIADOS
               OPEN EXTEND ENVIADOS
           END-IF.
           ADD 1 TO WRK-SEQUENCIA.
           PERFORM 0130-GRAVA-HEADER.

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
                   MOVE "FATURAS-TEST.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "FATURAS-REMESSA-TEST.txt" TO
                       WRK-CAMINHO-FRM
               WHEN "DEV"
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "FATURAS-REMESSA-DEV.txt" TO
                       WRK-CAMINHO-FRM
               WHEN OTHER
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\FATURAS-REMESSA.txt" TO
                       WRK-CAMINHO-FRM
           END-EVALUATE.

       0110-LE-CONTROLE SECTION.
           OPEN INPUT CONTROLE.
           IF FS-CONTROLE EQUAL 00
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-SEQUENCIA TO WRK-SEQUENCIA
               END-READ
               CLOSE CONTROLE
           END-IF.

       0120-CARREGA-PENDENTES SECTION.
      *==  AS FATURAS SEM CONFIRMACAO DA CONCILIACAO (ARQ112) VOLTAM
      *==  PARA A REMESSA -- O ARQUIVO DE PENDENTES E CONSUMIDO
      *==  (ESVAZIADO) NA SAIDA, COMO NA REMESSA DO BUREAU
           OPEN INPUT PENDENTES.
           IF FS-PENDENTES EQUAL 00
               READ PENDENTES
               PERFORM UNTIL FS-PENDENTES NOT EQUAL 00
                   IF REG-PENDENTE IS NUMERIC
                       AND WRK-PEN-TOTAL < 20000
                       ADD 1 TO WRK-PEN-TOTAL
                       MOVE REG-PENDENTE TO
                           WRK-PEN-FATURA (WRK-PEN-TOTAL)
                   END-IF
                   READ PENDENTES
               END-PERFORM
               CLOSE PENDENTES
               OPEN OUTPUT PENDENTES
               CLOSE PENDENTES
           END-IF.

       0130-GRAVA-HEADER SECTION.
           MOVE SPACES TO REG-REMESSA.
           MOVE '0' TO HDR-TIPO.
           MOVE WRK-DATA-HOJE TO HDR-DATA.
           MOVE WRK-SEQUENCIA TO HDR-SEQUENCIA.
           MOVE "COBRANCA" TO HDR-IDENTIFICACAO.
           WRITE REG-REMESSA.

       0200-PROCESS SECTION.
           READ FATURAS NEXT RECORD.
           PERFORM UNTIL FS-FATURAS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDAS
               IF FAT-STATUS EQUAL 'A'
                   PERFORM 0210-VERIFICA-SELECAO
                   IF WRK-INSTRUCAO NOT EQUAL SPACES
                       PERFORM 0220-VALIDA-SACADO
                   END-IF
               END-IF
               READ FATURAS NEXT RECORD
           END-PERFORM.

       0210-VERIFICA-SELECAO SECTION.
      *==  NOVA: NUNCA ENVIADA -- REGISTRO (01)
      *==  ALTERADA: SALDO (NOTA DE CREDITO, ARQ108), VENCIMENTO OU
      *==  SACADO (TRANSFERENCIA, ARQ041) DIFERENTE DO ENVIADO --
      *==  ALTERACAO (31)
      *==  PENDENTE: ENVIADA E NAO CONFIRMADA -- REGISTRO (01) DE NOVO
           MOVE SPACES TO WRK-INSTRUCAO.
           MOVE FAT-NUMERO TO FRM-NUMERO.
           READ FAT-REMESSA
               INVALID KEY
                   MOVE 'N' TO WRK-FRM-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-FRM-EXISTE
           END-READ.
           IF WRK-FRM-EXISTE EQUAL 'N'
               MOVE "01" TO WRK-INSTRUCAO
           ELSE
               IF FRM-VALOR NOT EQUAL FAT-VALOR
                   OR FRM-DATA-VENCTO NOT EQUAL FAT-DATA-VENCTO
                   OR FRM-ID-CLIENTE NOT EQUAL FAT-ID-CLIENTE
                   MOVE "31" TO WRK-INSTRUCAO
               ELSE
                   PERFORM 0215-PROCURA-PENDENTE
                   IF WRK-PEN-ACHADO EQUAL 'S'
                       MOVE "01" TO WRK-INSTRUCAO
                   END-IF
               END-IF
           END-IF.

       0215-PROCURA-PENDENTE SECTION.
           MOVE 'N' TO WRK-PEN-ACHADO.
           PERFORM VARYING WRK-PEN-IDX FROM 1 BY 1
               UNTIL WRK-PEN-IDX > WRK-PEN-TOTAL
                   OR WRK-PEN-ACHADO EQUAL 'S'
               IF WRK-PEN-FATURA (WRK-PEN-IDX) EQUAL FAT-NUMERO
                   MOVE 'S' TO WRK-PEN-ACHADO
               END-IF
           END-PERFORM.

       0220-VALIDA-SACADO SECTION.
      *==  PARA O BANCO SO SAI SACADO COM CPF E ENDERECO ESTRUTURADO
      *==  (MESMO TESTE DA REMESSA DO BUREAU) -- O RESTO VAI PARA A
      *==  REVISAO E A FATURA CONTINUA SEM IMAGEM ENVIADA
           MOVE FAT-ID-CLIENTE TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO REG-REVISAO
                   STRING "FATURA " DELIMITED BY SIZE
                       FAT-NUMERO DELIMITED BY SIZE
                       " FORA DA REMESSA -- CLIENTE " DELIMITED BY SIZE
                       FAT-ID-CLIENTE DELIMITED BY SIZE
                       " NAO ENCONTRADO" DELIMITED BY SIZE
                       INTO REG-REVISAO
                   PERFORM 0240-GRAVA-REVISAO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN REG-CPF EQUAL SPACES
                           MOVE SPACES TO REG-REVISAO
                           STRING "FATURA " DELIMITED BY SIZE
                               FAT-NUMERO DELIMITED BY SIZE
                               " FORA DA REMESSA -- CLIENTE "
                               DELIMITED BY SIZE
                               REG-ID DELIMITED BY SIZE
                               " SEM CPF" DELIMITED BY SIZE
                               INTO REG-REVISAO
                           PERFORM 0240-GRAVA-REVISAO
                       WHEN REG-UF IS ALPHABETIC
                           AND REG-UF NOT EQUAL SPACES
                           AND REG-CEP IS NUMERIC
                           PERFORM 0230-GRAVA-DETALHE
                       WHEN OTHER
                           MOVE SPACES TO REG-REVISAO
                           STRING "FATURA " DELIMITED BY SIZE
                               FAT-NUMERO DELIMITED BY SIZE
                               " FORA DA REMESSA -- ENDERECO: "
                               DELIMITED BY SIZE
                               REG-ENDERECO (1:30) DELIMITED BY SIZE
                               INTO REG-REVISAO
                           PERFORM 0240-GRAVA-REVISAO
                   END-EVALUATE
           END-READ.

       0230-GRAVA-DETALHE SECTION.
           MOVE SPACES TO REG-REMESSA.
           MOVE '1' TO DET-TIPO.
           MOVE WRK-INSTRUCAO TO DET-INSTRUCAO.
           MOVE FAT-NUMERO TO DET-FATURA.
           MOVE FAT-VALOR TO DET-VALOR.
           MOVE FAT-DATA-EMISSAO TO DET-DATA-EMISSAO.
           MOVE FAT-DATA-VENCTO TO DET-DATA-VENCTO.
           MOVE REG-CPF TO DET-CPF.
           MOVE REG-NOME TO DET-NOME.
           MOVE REG-LOGRADOURO TO DET-LOGRADOURO.
           MOVE REG-CIDADE TO DET-CIDADE.
           MOVE REG-UF TO DET-UF.
           MOVE REG-CEP TO DET-CEP.
           WRITE REG-REMESSA.
           ADD 1 TO WRK-ACUM-EXPORTADAS.
           ADD FAT-VALOR TO WRK-VALOR-TOTAL.
           EVALUATE TRUE
               WHEN WRK-FRM-EXISTE EQUAL 'N'
                   ADD 1 TO WRK-ACUM-NOVAS
               WHEN WRK-INSTRUCAO EQUAL "31"
                   ADD 1 TO WRK-ACUM-ALTERADAS
               WHEN OTHER
                   ADD 1 TO WRK-ACUM-REENVIADAS
           END-EVALUATE.
           MOVE SPACES TO REG-ENVIADO.
           MOVE WRK-SEQUENCIA TO ENV-SEQUENCIA.
           MOVE FAT-NUMERO TO ENV-FATURA.
           MOVE WRK-DATA-HOJE TO ENV-DATA.
           WRITE REG-ENVIADO.
           PERFORM 0235-GRAVA-IMAGEM.

       0235-GRAVA-IMAGEM SECTION.
           MOVE FAT-NUMERO TO FRM-NUMERO.
           MOVE FAT-ID-CLIENTE TO FRM-ID-CLIENTE.
           MOVE FAT-VALOR TO FRM-VALOR.
           MOVE FAT-DATA-VENCTO TO FRM-DATA-VENCTO.
           MOVE WRK-SEQUENCIA TO FRM-SEQUENCIA.
           MOVE WRK-DATA-HOJE TO FRM-DATA-ENVIO.
           IF WRK-FRM-EXISTE EQUAL 'S'
               REWRITE REG-FAT-REMESSA
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR IMAGEM " FRM-NUMERO
               END-REWRITE
           ELSE
               WRITE REG-FAT-REMESSA
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR IMAGEM " FRM-NUMERO
               END-WRITE
           END-IF.

       0240-GRAVA-REVISAO SECTION.
           ADD 1 TO WRK-ACUM-REVISAO.
           WRITE REG-REVISAO.

       0300-FINISH SECTION.
           PERFORM 0310-GRAVA-TRAILER.
           CLOSE REMESSA.
           CLOSE REVISAO.
           CLOSE ENVIADOS.
           CLOSE FAT-REMESSA.
           CLOSE CLIENTES.
           CLOSE FATURAS.
           PERFORM 0320-ATUALIZA-CONTROLE.
           DISPLAY "================================".
           DISPLAY "FATURAS LIDAS..........: " WRK-ACUM-LIDAS.
           DISPLAY "FATURAS NOVAS..........: " WRK-ACUM-NOVAS.
           DISPLAY "FATURAS ALTERADAS......: " WRK-ACUM-ALTERADAS.
           DISPLAY "REENVIADAS (PENDENTES).: " WRK-ACUM-REENVIADAS.
           DISPLAY "REGISTROS EXPORTADOS...: " WRK-ACUM-EXPORTADAS.
           DISPLAY "FORA PARA REVISAO......: " WRK-ACUM-REVISAO.
           DISPLAY "SEQUENCIA DA REMESSA...: " WRK-SEQUENCIA.
           DISPLAY "SAIDA EM BANCO-REMESSA.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-GRAVA-TRAILER SECTION.
           MOVE SPACES TO REG-REMESSA.
           MOVE '9' TO TRL-TIPO.
           MOVE "TRLR" TO TRL-INDICADOR.
           MOVE WRK-ACUM-EXPORTADAS TO TRL-QTDE-REGISTROS.
           MOVE WRK-VALOR-TOTAL TO TRL-VALOR-TOTAL.
           MOVE WRK-DATA-HOJE TO TRL-DATA-EXECUCAO.
           WRITE REG-REMESSA.

       0320-ATUALIZA-CONTROLE SECTION.
           OPEN OUTPUT CONTROLE.
           MOVE SPACES TO REG-CONTROLE.
           MOVE WRK-DATA-HOJE TO CTL-DATA.
           MOVE WRK-SEQUENCIA TO CTL-SEQUENCIA.
           WRITE REG-CONTROLE.
           CLOSE CONTROLE.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
