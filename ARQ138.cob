       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ138.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO DIARIO DE ENTREGAS ATRASADAS -- PERCORRE
      *==            O ARQUIVO DE ENTREGAS (VIDE ENTREG), SELECIONA AS
      *==            AINDA EM TRANSITO ('T') CUJO DESPACHO + N DIAS
      *==            UTEIS (CONTADOS PELO ARQ092) JA PASSOU E LISTA
      *==            COM O NOME DO CADASTRO, A TRANSPORTADORA E O
      *==            CODIGO DE RASTREIO PARA O ATENDIMENTO COBRAR A
      *==            TRANSPORTADORA
      *==  CADA ENTREGA ATRASADA GANHA UMA OCORRENCIA DE ENTREGA
      *==  (OCO-CATEGORIA 'EN', VIDE OCOREG) ABERTA AUTOMATICAMENTE,
      *==  UMA UNICA VEZ -- A SEQUENCIA DA OCORRENCIA FICA NA ENTREGA
      *==  E O ATENDENTE A FECHA PELO ARQ073; SEM SESSAO DE OPERADOR A
      *==  OCORRENCIA E CARIMBADA COM "????", COMO NOS PROGRAMAS DE
      *==  MANUTENCAO EXECUTADOS FORA DO MENU
      *==  PARAMETROS EM ENTREGA-PARM.TXT (OPCIONAL): LINHA 1 = PRAZO
      *==  EM DIAS UTEIS (PADRAO 5); LINHA 2 = ABRE OCORRENCIA (S/N,
      *==  PADRAO S)
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT ENTREGAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ENTREGAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENT-CHAVE
               ALTERNATE RECORD KEY IS ENT-RASTREIO
                   WITH DUPLICATES
               FILE STATUS IS FS-ENTREGAS.

           SELECT CLIENTES ASSIGN TO
               DYNAMIC WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT OCORRENCIAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-OCORRENCIAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCO-CHAVE
               FILE STATUS IS FS-OCORRENCIAS.

           SELECT PARAMETROS ASSIGN TO
               "ENTREGA-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT OPERADOR-SESSAO ASSIGN TO
               "OPERADOR-SESSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSAO.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-ENTREGAS-ATRASADAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD ENTREGAS.
       01 REG-ENTREGAS.
           COPY ENTREG.

       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.

       FD OCORRENCIAS.
       01 REG-OCORRENCIA.
           COPY OCOREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-ENTREGAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-OCORRENCIAS PIC X(30) VALUE SPACES.

       77 FS-ENTREGAS PIC 9(02) VALUE ZEROS.
       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-OCORRENCIAS PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-OCORRENCIAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-OPERADOR PIC X(04) VALUE "????".

      *===========PRAZO DE ENTREGA (DIAS UTEIS, ARQ092)=======
       01 WRK-DUT-PARAMETROS.
           COPY DUTPRM.
       77 WRK-PRAZO-DIAS PIC 9(03) VALUE 5.
       77 WRK-ABRE-OCORRENCIA PIC X(01) VALUE 'S'.
       77 WRK-DATA-PRAZO PIC X(08) VALUE SPACES.

      *===========OCORRENCIA AUTOMATICA DE ENTREGA============
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-ULTIMA-SEQ PIC 9(03) VALUE ZEROS.
       77 WRK-OCO-EDITADA PIC X(03) VALUE SPACES.

      *===========LINHA DO RELATORIO==========================
       01 WRK-LINHA-DETALHE.
           05 WRK-LIN-ID          PIC 9(07).
           05 FILLER              PIC X(01) VALUE "/".
           05 WRK-LIN-SEQUENCIA   PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-NOME        PIC X(18).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-TRANSP      PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-RASTREIO    PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-DESPACHO    PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-OCORRENCIA  PIC X(03).
           05 FILLER              PIC X(03) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-TRANSITO PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ATRASADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-OCO-ABERTAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-OCO-EXISTENTES PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           PERFORM 0105-LE-PARAMETROS.
           PERFORM 0107-LE-OPERADOR-SESSAO.
           OPEN I-O ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL 00
               MOVE "ENTREGAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF WRK-ABRE-OCORRENCIA EQUAL 'S'
               OPEN I-O OCORRENCIAS
               IF FS-OCORRENCIAS EQUAL 35
                   OPEN OUTPUT OCORRENCIAS
                   CLOSE OCORRENCIAS
                   OPEN I-O OCORRENCIAS
               END-IF
               IF FS-OCORRENCIAS EQUAL 00
                   MOVE 'S' TO WRK-OCORRENCIAS-ABERTO
               ELSE
                   DISPLAY "OCORRENCIAS INDISPONIVEL -- SO O RELATORIO"
               END-IF
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE "RELATORIO DE ENTREGAS ATRASADAS" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA: " DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               "  PRAZO: " DELIMITED BY SIZE
               WRK-PRAZO-DIAS DELIMITED BY SIZE
               " DIAS UTEIS APOS O DESPACHO" DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "PEDIDO        CLIENTE            TRANSPORT. RASTREIO"
               TO REG-RELATORIO.
           MOVE "DESPACHO OCO" TO REG-RELATORIO (66:12).
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

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
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "OCORRENCIAS-TEST.txt" TO
                       WRK-CAMINHO-OCORRENCIAS
               WHEN "DEV"
                   MOVE "ENTREGAS-DEV.txt" TO WRK-CAMINHO-ENTREGAS
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "OCORRENCIAS-DEV.txt" TO
                       WRK-CAMINHO-OCORRENCIAS
               WHEN OTHER
                   MOVE "\ENTREGAS.txt" TO WRK-CAMINHO-ENTREGAS
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\OCORRENCIAS.txt" TO
                       WRK-CAMINHO-OCORRENCIAS
           END-EVALUATE.

       0105-LE-PARAMETROS SECTION.
           OPEN INPUT PARAMETROS.
           IF FS-PARAMETROS EQUAL 00
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(REG-PARAMETRO) IS NUMERIC
                           COMPUTE WRK-PRAZO-DIAS =
                               FUNCTION NUMVAL(REG-PARAMETRO)
                       END-IF
                       READ PARAMETROS
                           AT END
                               CONTINUE
                           NOT AT END
                               IF REG-PARAMETRO (1:1) EQUAL 'N'
                                   OR REG-PARAMETRO (1:1) EQUAL 'n'
                                   MOVE 'N' TO WRK-ABRE-OCORRENCIA
                               END-IF
                       END-READ
               END-READ
               CLOSE PARAMETROS
           END-IF.

       0107-LE-OPERADOR-SESSAO SECTION.
           OPEN INPUT OPERADOR-SESSAO.
           IF FS-SESSAO EQUAL 00
               READ OPERADOR-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-SESSAO NOT EQUAL SPACES
                           MOVE REG-SESSAO TO WRK-OPERADOR
                       END-IF
               END-READ
               CLOSE OPERADOR-SESSAO
           END-IF.

       0200-PROCESS SECTION.
           READ ENTREGAS.
           PERFORM UNTIL FS-ENTREGAS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDAS
               IF ENT-STATUS EQUAL 'T'
                   AND ENT-DATA-DESPACHO IS NUMERIC
                   ADD 1 TO WRK-ACUM-TRANSITO
                   PERFORM 0210-AVALIA-PRAZO
               END-IF
               READ ENTREGAS
           END-PERFORM.

       0210-AVALIA-PRAZO SECTION.
      *==  O PRAZO VENCE NO N-ESIMO DIA UTIL APOS O DESPACHO -- SO E
      *==  ATRASO A PARTIR DO DIA SEGUINTE
           MOVE 'A' TO DUT-FUNCAO.
           MOVE ENT-DATA-DESPACHO TO DUT-DATA.
           MOVE WRK-PRAZO-DIAS TO DUT-DIAS.
           CALL "ARQ092" USING WRK-DUT-PARAMETROS.
           IF DUT-RESULTADO EQUAL 'S'
               MOVE DUT-DATA-RESULTADO TO WRK-DATA-PRAZO
               IF WRK-DATA-PRAZO < WRK-DATA-HOJE
                   ADD 1 TO WRK-ACUM-ATRASADAS
                   IF WRK-OCORRENCIAS-ABERTO EQUAL 'S'
                       PERFORM 0220-ABRE-OCORRENCIA
                   END-IF
                   PERFORM 0250-IMPRIME-ATRASO
               END-IF
           END-IF.

       0220-ABRE-OCORRENCIA SECTION.
           IF ENT-OCO-SEQUENCIA NOT EQUAL ZEROS
               ADD 1 TO WRK-ACUM-OCO-EXISTENTES
           ELSE
               PERFORM 0225-ULTIMA-SEQUENCIA
               IF WRK-ULTIMA-SEQ EQUAL 999
                   DISPLAY "SEQUENCIA DE OCORRENCIAS ESGOTADA -- ID "
                       ENT-ID-CLIENTE
               ELSE
                   PERFORM 0230-GRAVA-OCORRENCIA
               END-IF
           END-IF.

       0225-ULTIMA-SEQUENCIA SECTION.
      *==  MESMO PERCURSO DE GRUPO DO ARQ073 PARA ACHAR A ULTIMA
      *==  SEQUENCIA DE OCORRENCIA DO CLIENTE
           MOVE ZEROS TO WRK-ULTIMA-SEQ.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE ENT-ID-CLIENTE TO OCO-ID-CLIENTE.
           MOVE ZEROS TO OCO-SEQUENCIA.
           START OCORRENCIAS KEY IS GREATER THAN OCO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ OCORRENCIAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF OCO-ID-CLIENTE EQUAL ENT-ID-CLIENTE
                           MOVE OCO-SEQUENCIA TO WRK-ULTIMA-SEQ
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-OCORRENCIAS.

       0230-GRAVA-OCORRENCIA SECTION.
           MOVE SPACES TO REG-OCORRENCIA.
           MOVE ENT-ID-CLIENTE TO OCO-ID-CLIENTE.
           ADD 1 TO WRK-ULTIMA-SEQ GIVING OCO-SEQUENCIA.
           MOVE WRK-DATA-HOJE TO OCO-DATA.
           MOVE WRK-OPERADOR TO OCO-OPERADOR.
           MOVE "EN" TO OCO-CATEGORIA.
           STRING "ENTREGA ATRASADA PEDIDO " DELIMITED BY SIZE
               ENT-SEQUENCIA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ENT-TRANSPORTADORA DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ENT-RASTREIO DELIMITED BY SPACE
               INTO OCO-TEXTO.
           MOVE 'A' TO OCO-STATUS.
           MOVE SPACES TO OCO-DATA-FECHTO.
           WRITE REG-OCORRENCIA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR OCORRENCIA -- ID "
                       ENT-ID-CLIENTE
               NOT INVALID KEY
                   ADD 1 TO WRK-ACUM-OCO-ABERTAS
                   MOVE OCO-SEQUENCIA TO ENT-OCO-SEQUENCIA
                   REWRITE REG-ENTREGAS
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR ENTREGA "
                               ENT-CHAVE
                   END-REWRITE
           END-WRITE.

       0250-IMPRIME-ATRASO SECTION.
           MOVE ENT-ID-CLIENTE TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO REG-NOME
           END-READ.
           MOVE ENT-ID-CLIENTE TO WRK-LIN-ID.
           MOVE ENT-SEQUENCIA TO WRK-LIN-SEQUENCIA.
           MOVE REG-NOME TO WRK-LIN-NOME.
           MOVE ENT-TRANSPORTADORA TO WRK-LIN-TRANSP.
           MOVE ENT-RASTREIO TO WRK-LIN-RASTREIO.
           MOVE ENT-DATA-DESPACHO TO WRK-LIN-DESPACHO.
           IF ENT-OCO-SEQUENCIA EQUAL ZEROS
               MOVE "---" TO WRK-LIN-OCORRENCIA
           ELSE
               MOVE ENT-OCO-SEQUENCIA TO WRK-OCO-EDITADA
               MOVE WRK-OCO-EDITADA TO WRK-LIN-OCORRENCIA
           END-IF.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0300-FINISH SECTION.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "ENTREGAS ATRASADAS: " DELIMITED BY SIZE
               WRK-ACUM-ATRASADAS DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.
           CLOSE ENTREGAS.
           CLOSE CLIENTES.
           IF WRK-OCORRENCIAS-ABERTO EQUAL 'S'
               CLOSE OCORRENCIAS
           END-IF.
           DISPLAY "================================".
           DISPLAY "ENTREGAS LIDAS.......: " WRK-ACUM-LIDAS.
           DISPLAY "EM TRANSITO..........: " WRK-ACUM-TRANSITO.
           DISPLAY "ATRASADAS............: " WRK-ACUM-ATRASADAS.
           DISPLAY "OCORRENCIAS ABERTAS..: " WRK-ACUM-OCO-ABERTAS.
           DISPLAY "OCORRENCIAS JA EXIST.: " WRK-ACUM-OCO-EXISTENTES.
           DISPLAY "RELATORIO EM RELATORIO-ENTREGAS-ATRASADAS.TXT".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
