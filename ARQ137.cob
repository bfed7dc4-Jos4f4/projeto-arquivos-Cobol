       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ137.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: PROCESSAMENTO DO ARQUIVO DE STATUS DAS
      *==            TRANSPORTADORAS (TRANSPORTADORA-RETORNO.TXT) --
      *==            CADA DETALHE E CASADO PELO CODIGO DE RASTREIO
      *==            (CHAVE ALTERNATIVA DE ENTREGAS, VIDE ENTREG) E
      *==            PELA TRANSPORTADORA COM O DESPACHO DIGITADO NO
      *==            ARQ136:
      *==            TR = EM TRANSITO -- SO ATUALIZA A DATA DO STATUS
      *==            EN = ENTREGUE -- A ENTREGA VAI PARA 'E' COM A
      *==                 DATA DA ENTREGA
      *==            DV = DEVOLVIDA AO REMETENTE -- A ENTREGA VAI
      *==                 PARA 'D'
      *==  DETALHE SEM CORRESPONDENCIA, DE ENTREGA JA ENCERRADA OU COM
      *==  DATA ANTERIOR AO DESPACHO VAI PARA
      *==  TRANSPORTADORA-REJEITADOS.TXT COM O MOTIVO, COMO NO
      *==  RETORNO DA AGENCIA (ARQ123)
      *==  LAYOUT DO RETORNO: TIPO(1) TRANSPORTADORA(10) RASTREIO(20)
      *==  OCORRENCIA(2) DATA(8) -- TIPOS 0 E 9 (HEADER/TRAILER) SAO
      *==  IGNORADOS
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT RETORNO ASSIGN TO
               "TRANSPORTADORA-RETORNO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETORNO.

           SELECT ENTREGAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ENTREGAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               ALTERNATE RECORD KEY IS ENT-RASTREIO
                   WITH DUPLICATES
               FILE STATUS IS FS-ENTREGAS.

           SELECT REJEITADOS ASSIGN TO
               "TRANSPORTADORA-REJEITADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJEITADOS.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD RETORNO.
       01 REG-RETORNO.
           05 RTT-TIPO           PIC X(01).
           05 RTT-TRANSPORTADORA PIC X(10).
           05 RTT-RASTREIO       PIC X(20).
           05 RTT-OCORRENCIA     PIC X(02).
           05 RTT-DATA           PIC X(08).
           05 FILLER             PIC X(39).

       FD ENTREGAS.
       01 REG-ENTREGAS.
           COPY ENTREG.

       FD REJEITADOS.
       01 REG-REJEITADO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-ENTREGAS PIC X(30) VALUE SPACES.

       77 FS-RETORNO PIC 9(02) VALUE ZEROS.
       77 FS-ENTREGAS PIC 9(02) VALUE ZEROS.
       77 FS-REJEITADOS PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.

      *===========CASAMENTO PELO CODIGO DE RASTREIO============
       77 WRK-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-TRANSITO PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ENTREGUES PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-DEVOLVIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-REJEITADOS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           OPEN INPUT RETORNO.
           IF FS-RETORNO NOT EQUAL 00
               MOVE "RETORNO DA TRANSPORT. AUSENTE" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL 00
               MOVE "ENTREGAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN EXTEND REJEITADOS.
           IF FS-REJEITADOS EQUAL 35
               OPEN OUTPUT REJEITADOS
               CLOSE REJEITADOS
               OPEN EXTEND REJEITADOS
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
                   MOVE "ENTREGAS-TEST.txt" TO WRK-CAMINHO-ENTREGAS
               WHEN "DEV"
                   MOVE "ENTREGAS-DEV.txt" TO WRK-CAMINHO-ENTREGAS
               WHEN OTHER
                   MOVE "\ENTREGAS.txt" TO WRK-CAMINHO-ENTREGAS
           END-EVALUATE.

       0200-PROCESS SECTION.
           READ RETORNO.
           PERFORM UNTIL FS-RETORNO NOT EQUAL 00
               IF RTT-TIPO EQUAL '1'
                   ADD 1 TO WRK-ACUM-LIDOS
                   PERFORM 0210-PROCESSA-DETALHE
               END-IF
               READ RETORNO
           END-PERFORM.

       0210-PROCESSA-DETALHE SECTION.
           IF RTT-RASTREIO EQUAL SPACES
               MOVE "CODIGO DE RASTREIO EM BRANCO" TO WRK-MOTIVO
               PERFORM 0290-REGISTRA-REJEITADO
           ELSE
               PERFORM 0215-LOCALIZA-ENTREGA
               IF WRK-ACHADO EQUAL 'N'
                   MOVE "RASTREIO NAO DESPACHADO" TO WRK-MOTIVO
                   PERFORM 0290-REGISTRA-REJEITADO
               ELSE
                   IF ENT-STATUS NOT EQUAL 'T'
                       MOVE "ENTREGA JA ENCERRADA" TO WRK-MOTIVO
                       PERFORM 0290-REGISTRA-REJEITADO
                   ELSE
                       PERFORM 0220-AVALIA-OCORRENCIA
                   END-IF
               END-IF
           END-IF.

       0215-LOCALIZA-ENTREGA SECTION.
      *==  O MESMO CODIGO PODE EXISTIR EM MAIS DE UMA TRANSPORTADORA
      *==  -- PERCORRE AS DUPLICADAS DA CHAVE ALTERNATIVA ATE ACHAR A
      *==  DA TRANSPORTADORA DO DETALHE
           MOVE 'N' TO WRK-ACHADO.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE RTT-RASTREIO TO ENT-RASTREIO.
           START ENTREGAS KEY IS EQUAL TO ENT-RASTREIO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ ENTREGAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF ENT-RASTREIO EQUAL RTT-RASTREIO
                           IF ENT-TRANSPORTADORA EQUAL
                               RTT-TRANSPORTADORA
                               MOVE 'S' TO WRK-ACHADO
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-ENTREGAS.

       0220-AVALIA-OCORRENCIA SECTION.
           IF RTT-DATA IS NOT NUMERIC
               OR RTT-DATA < ENT-DATA-DESPACHO
               MOVE "DATA INVALIDA OU ANTES DO DESP." TO WRK-MOTIVO
               PERFORM 0290-REGISTRA-REJEITADO
           ELSE
               EVALUATE RTT-OCORRENCIA
                   WHEN "TR"
                       MOVE RTT-DATA TO ENT-DATA-STATUS
                       PERFORM 0230-REGRAVA-ENTREGA
                       ADD 1 TO WRK-ACUM-TRANSITO
                   WHEN "EN"
                       MOVE 'E' TO ENT-STATUS
                       MOVE RTT-DATA TO ENT-DATA-ENTREGA
                       MOVE RTT-DATA TO ENT-DATA-STATUS
                       PERFORM 0230-REGRAVA-ENTREGA
                       ADD 1 TO WRK-ACUM-ENTREGUES
                   WHEN "DV"
                       MOVE 'D' TO ENT-STATUS
                       MOVE RTT-DATA TO ENT-DATA-STATUS
                       PERFORM 0230-REGRAVA-ENTREGA
                       ADD 1 TO WRK-ACUM-DEVOLVIDAS
                   WHEN OTHER
                       MOVE "OCORRENCIA DESCONHECIDA" TO WRK-MOTIVO
                       PERFORM 0290-REGISTRA-REJEITADO
               END-EVALUATE
           END-IF.

       0230-REGRAVA-ENTREGA SECTION.
           REWRITE REG-ENTREGAS
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR ENTREGA " ENT-CHAVE
           END-REWRITE.

       0290-REGISTRA-REJEITADO SECTION.
      *==  A LINHA ORIGINAL DA TRANSPORTADORA E PRESERVADA INTEIRA
           ADD 1 TO WRK-ACUM-REJEITADOS.
           MOVE SPACES TO REG-REJEITADO.
           STRING REG-RETORNO (1:41) DELIMITED BY SIZE
               " MOTIVO: " DELIMITED BY SIZE
               WRK-MOTIVO DELIMITED BY SIZE
               INTO REG-REJEITADO.
           WRITE REG-REJEITADO.

       0300-FINISH SECTION.
           CLOSE RETORNO.
           CLOSE ENTREGAS.
           CLOSE REJEITADOS.
           DISPLAY "================================".
           DISPLAY "DETALHES LIDOS.......: " WRK-ACUM-LIDOS.
           DISPLAY "EM TRANSITO..........: " WRK-ACUM-TRANSITO.
           DISPLAY "ENTREGUES............: " WRK-ACUM-ENTREGUES.
           DISPLAY "DEVOLVIDAS...........: " WRK-ACUM-DEVOLVIDAS.
           DISPLAY "REJEITADOS...........: " WRK-ACUM-REJEITADOS.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
