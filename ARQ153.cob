       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ153 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: REVISAO DOS ALERTAS DE FRAUDE EM ABERTO
      *==            (ALERTAS-FRAUDE, VIDE ALFREG, GERADO PELA
      *==            TRIAGEM NOTURNA DO ARQ152) -- O OPERADOR VE O
      *==            PEDIDO, A REGRA E O MOTIVO DE CADA ALERTA E
      *==            DESCARTA (FALSO POSITIVO) OU CONFIRMA A FRAUDE,
      *==            COM UMA OBSERVACAO; O ALERTA REVISADO GUARDA A
      *==            DATA E O REVISOR E DEIXA DE SER AVISADO NA MESA
      *==            DE PEDIDOS (ARQ095)
      *==  SEM CLIENTE INFORMADO A REVISAO PERCORRE TODA A LISTA
      *==  A FRAUDE CONFIRMADA NAO MEXE NO PEDIDO NEM NO CADASTRO --
      *==  O CANCELAMENTO E O BLOQUEIO SEGUEM PELOS PROGRAMAS DE
      *==  SEMPRE, COM A TRILHA DELES
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT ALERTAS-FRAUDE ASSIGN TO
               DYNAMIC WRK-CAMINHO-ALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALF-CHAVE
               FILE STATUS IS FS-ALF.

           SELECT OPERADOR-SESSAO ASSIGN TO
               "OPERADOR-SESSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD ALERTAS-FRAUDE.
       01 REG-ALF.
           COPY ALFREG.

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-ALF PIC X(30) VALUE SPACES.

       77 FS-ALF PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.

      *===========IDENTIFICACAO DO REVISOR====================
       77 WRK-REVISOR PIC X(04) VALUE "????".

      *===========PERCURSO DA LISTA===========================
       77 WRK-ID-ALFA PIC X(07) VALUE SPACES.
       77 WRK-ID PIC 9(07) VALUE ZEROS.
       77 WRK-FIM-LISTA PIC X(01) VALUE 'N'.
       77 WRK-DECISAO PIC X(01) VALUE SPACES.
       77 WRK-OBSERVACAO PIC X(30) VALUE SPACES.
       77 WRK-VALOR-EDIT PIC ZZZZZZ9.99.

      *================ACUMULADORES===================================
       77 WRK-ACUM-ABERTOS PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-DESCARTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-CONFIRMADOS PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           OPEN INPUT OPERADOR-SESSAO.
           IF FS-SESSAO EQUAL 00
               READ OPERADOR-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-SESSAO TO WRK-REVISOR
               END-READ
               CLOSE OPERADOR-SESSAO
           END-IF.
           IF WRK-REVISOR EQUAL "????" OR WRK-REVISOR EQUAL SPACES
               DISPLAY "CODIGO DO OPERADOR REVISOR..."
               ACCEPT WRK-REVISOR
           END-IF.
           OPEN I-O ALERTAS-FRAUDE.
           IF FS-ALF EQUAL 35
               DISPLAY "NENHUM ALERTA DE FRAUDE REGISTRADO"
               GOBACK
           END-IF.
           IF FS-ALF NOT EQUAL 00
               MOVE "ALERTAS-FRAUDE NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "ID DO CLIENTE (ENTER=TODOS)...".
           ACCEPT WRK-ID-ALFA.

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
                   MOVE "ALERTAS-FRAUDE-TEST.txt" TO
                       WRK-CAMINHO-ALF
               WHEN "DEV"
                   MOVE "ALERTAS-FRAUDE-DEV.txt" TO
                       WRK-CAMINHO-ALF
               WHEN OTHER
                   MOVE "\ALERTAS-FRAUDE.txt" TO
                       WRK-CAMINHO-ALF
           END-EVALUATE.

       0200-PROCESS SECTION.
           MOVE LOW-VALUES TO ALF-CHAVE.
           MOVE ZEROS TO WRK-ID.
           IF WRK-ID-ALFA NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL (WRK-ID-ALFA) TO WRK-ID
               MOVE WRK-ID TO ALF-ID-CLIENTE
           END-IF.
           START ALERTAS-FRAUDE KEY IS NOT LESS THAN ALF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-LISTA
           END-START.
           PERFORM UNTIL WRK-FIM-LISTA EQUAL 'S'
               READ ALERTAS-FRAUDE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LISTA
                   NOT AT END
                       IF WRK-ID NOT EQUAL ZEROS
                           AND ALF-ID-CLIENTE NOT EQUAL WRK-ID
                           MOVE 'S' TO WRK-FIM-LISTA
                       ELSE
                           IF ALF-SITUACAO EQUAL 'A'
                               ADD 1 TO WRK-ACUM-ABERTOS
                               PERFORM 0210-REVISA-ALERTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-ACUM-ABERTOS EQUAL ZERO
               DISPLAY "NENHUM ALERTA EM ABERTO"
           END-IF.

       0210-REVISA-ALERTA SECTION.
           MOVE ALF-VALOR TO WRK-VALOR-EDIT.
           DISPLAY "===============================".
           DISPLAY "PEDIDO.......   " ALF-ID-CLIENTE "/" ALF-SEQUENCIA.
           DISPLAY "DATA PEDIDO..   " ALF-DATA-PEDIDO.
           DISPLAY "VALOR........   " WRK-VALOR-EDIT.
           DISPLAY "REGRA........   " ALF-REGRA
               "  SEVERIDADE " ALF-SEVERIDADE.
           DISPLAY "MOTIVO.......   " ALF-DETALHE.
           DISPLAY "ALERTADO EM..   " ALF-DATA-ALERTA.
           DISPLAY "D=DESCARTAR C=CONFIRMAR FRAUDE ENTER=MANTER"
               " F=FIM...".
           MOVE SPACES TO WRK-DECISAO.
           ACCEPT WRK-DECISAO.
           MOVE FUNCTION UPPER-CASE (WRK-DECISAO) TO WRK-DECISAO.
           EVALUATE WRK-DECISAO
               WHEN 'D'
               WHEN 'C'
                   PERFORM 0220-GRAVA-REVISAO
               WHEN 'F'
                   MOVE 'S' TO WRK-FIM-LISTA
               WHEN OTHER
                   DISPLAY "ALERTA MANTIDO EM ABERTO"
           END-EVALUATE.

       0220-GRAVA-REVISAO SECTION.
           DISPLAY "OBSERVACAO...".
           MOVE SPACES TO WRK-OBSERVACAO.
           ACCEPT WRK-OBSERVACAO.
           MOVE WRK-DECISAO TO ALF-SITUACAO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ALF-DATA-REVISAO.
           MOVE WRK-REVISOR TO ALF-REVISOR.
           MOVE WRK-OBSERVACAO TO ALF-OBSERVACAO.
           REWRITE REG-ALF
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A REVISAO"
               NOT INVALID KEY
                   IF WRK-DECISAO EQUAL 'D'
                       ADD 1 TO WRK-ACUM-DESCARTADOS
                       DISPLAY "ALERTA DESCARTADO"
                   ELSE
                       ADD 1 TO WRK-ACUM-CONFIRMADOS
                       DISPLAY "FRAUDE CONFIRMADA"
                   END-IF
           END-REWRITE.

       0300-FINISH SECTION.
           CLOSE ALERTAS-FRAUDE.
           DISPLAY "================================".
           DISPLAY "ALERTAS EM ABERTO VISTOS: " WRK-ACUM-ABERTOS.
           DISPLAY "DESCARTADOS.............: " WRK-ACUM-DESCARTADOS.
           DISPLAY "FRAUDES CONFIRMADAS.....: " WRK-ACUM-CONFIRMADOS.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
