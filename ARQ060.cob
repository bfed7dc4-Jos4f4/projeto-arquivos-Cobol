      *==            HISTORICO DE OCORRENCIAS DE ATENDIMENTO
      *==            (OCORRENCIAS.TXT, MANTIDO PELO ARQ073); A
      *==            ENTRADA E POR ID OU POR CPF (CHAVE ALTERNATIVA)
      *==  A SITUACAO DAS FATURAS DO CLIENTE ENVIADAS A AGENCIA DE
      *==  COBRANCA (COBRANCA-EXTERNA, VIDE CEXREG) SAI NA SECAO 6
      *==  AS ENTREGAS DOS PEDIDOS FATURADOS (ENTREGAS, VIDE ENTREG)
      *==  SAEM NA SECAO 7 -- A RECLAMACAO DE ENTREGA JA CHEGA COM A
      *==  TRANSPORTADORA E O RASTREIO
      *==  O EXTRATO DE PONTOS DO PROGRAMA DE FIDELIDADE (PONTOS-
      *==  FIDELIDADE, VIDE PNTREG) SAI NA SECAO 8 COM O SALDO ATUAL
      *==  OS AVISOS DE SEGURANCA DE ALTERACAO DE TELEFONE, EMAIL OU
      *==  ENDERECO (AVISOS-SEGURANCA, VIDE ASGREG, GRAVADO PELO
      *==  ARQ169) SAEM NA SECAO 9 -- A RECLAMACAO DE DADOS TROCADOS
      *==  JA CHEGA COM O QUE FOI AVISADO E PARA ONDE
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT LOG-TRANSACOES ASSIGN TO
               RECORD KEY IS OCO-CHAVE
               FILE STATUS IS FS-OCORRENCIAS.

           SELECT COBRANCA-EXTERNA ASSIGN TO
               DYNAMIC WRK-CAMINHO-CEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEX-FAT-NUMERO
               ALTERNATE RECORD KEY IS CEX-ID-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-CEX.

           SELECT ENTREGAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ENTREGAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               ALTERNATE RECORD KEY IS ENT-RASTREIO
                   WITH DUPLICATES
               FILE STATUS IS FS-ENTREGAS.

           SELECT PONTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PONTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNT-CHAVE
               FILE STATUS IS FS-PONTOS.

           SELECT AVISOS-SEGURANCA ASSIGN TO
               DYNAMIC WRK-CAMINHO-ASG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-CHAVE
               FILE STATUS IS FS-ASG.

           SELECT RELATORIO ASSIGN TO
               "DOSSIE-CLIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 REG-OCORRENCIA.
           COPY OCOREG.

       FD COBRANCA-EXTERNA.
       01 REG-COBRANCA-EXTERNA.
           COPY CEXREG.

       FD ENTREGAS.
       01 REG-ENTREGAS.
           COPY ENTREG.

       FD PONTOS.
       01 REG-PONTOS.
           COPY PNTREG.

       FD AVISOS-SEGURANCA.
       01 REG-ASG.
           COPY ASGREG.

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-OCORRENCIAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CEX PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ENTREGAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PONTOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ASG PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-OCORRENCIAS PIC 9(02) VALUE ZEROS.
       77 FS-PED-HIST PIC 9(02) VALUE ZEROS.
       77 FS-CEX PIC 9(02) VALUE ZEROS.
       77 FS-ENTREGAS PIC 9(02) VALUE ZEROS.
       77 FS-PONTOS PIC 9(02) VALUE ZEROS.
       77 FS-ASG PIC 9(02) VALUE ZEROS.
       77 WRK-ITEM-AVISO PIC X(08) VALUE SPACES.
       77 WRK-SITUACAO-AVISO PIC X(09) VALUE SPACES.
       77 WRK-DESTINO-AVISO PIC X(40) VALUE SPACES.
       77 WRK-DATA-ALT-EDITADA PIC X(10) VALUE SPACES.
       77 WRK-DESCRICAO-PONTOS PIC X(20) VALUE SPACES.
       77 WRK-SALDO-PONTOS PIC 9(09) VALUE ZEROS.
       77 WRK-PONTOS-EDITADO PIC ZZZZZZZZ9.
       77 WRK-SITUACAO-CEX PIC X(20) VALUE SPACES.
       77 WRK-SITUACAO-ENTREGA PIC X(11) VALUE SPACES.
       77 WRK-VALOR-EDITADO PIC ZZZZZZ9.99.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
           COPY MSKPRM.
       77 WRK-TELEFONE-TELA PIC X(11) VALUE SPACES.
       77 WRK-CPF-TELA PIC X(14) VALUE SPACES.
       77 WRK-CNPJ-TELA PIC X(18) VALUE SPACES.

      *================ACUMULADORES===================================
       77 WRK-ACUM-EVENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-HISTORICO PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-OCORRENCIAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-PED-ARQUIVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-COBRANCA PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ENTREGAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-PONTOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-AVISOS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "OCORRENCIAS-TEST.txt" TO
                       WRK-CAMINHO-OCORRENCIAS
                   MOVE "COBRANCA-EXTERNA-TEST.txt" TO
                       WRK-CAMINHO-CEX
                   MOVE "ENTREGAS-TEST.txt" TO
                       WRK-CAMINHO-ENTREGAS
                   MOVE "PONTOS-FIDELIDADE-TEST.txt" TO
                       WRK-CAMINHO-PONTOS
                   MOVE "AVISOS-SEGURANCA-TEST.txt" TO
                       WRK-CAMINHO-ASG
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "OCORRENCIAS-DEV.txt" TO
                       WRK-CAMINHO-OCORRENCIAS
                   MOVE "COBRANCA-EXTERNA-DEV.txt" TO
                       WRK-CAMINHO-CEX
                   MOVE "ENTREGAS-DEV.txt" TO
                       WRK-CAMINHO-ENTREGAS
                   MOVE "PONTOS-FIDELIDADE-DEV.txt" TO
                       WRK-CAMINHO-PONTOS
                   MOVE "AVISOS-SEGURANCA-DEV.txt" TO
                       WRK-CAMINHO-ASG
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\OCORRENCIAS.txt" TO
                       WRK-CAMINHO-OCORRENCIAS
                   MOVE "\COBRANCA-EXTERNA.txt" TO
                       WRK-CAMINHO-CEX
                   MOVE "\ENTREGAS.txt" TO
                       WRK-CAMINHO-ENTREGAS
                   MOVE "\PONTOS-FIDELIDADE.txt" TO
                       WRK-CAMINHO-PONTOS
                   MOVE "\AVISOS-SEGURANCA.txt" TO
                       WRK-CAMINHO-ASG
           END-EVALUATE.

       0200-PROCESS SECTION.
           PERFORM 0250-IMPRIME-HISTORICO.
           PERFORM 0260-IMPRIME-OCORRENCIAS.
           PERFORM 0270-IMPRIME-PEDIDOS-ARQUIVADOS.
           PERFORM 0280-IMPRIME-COBRANCA-EXTERNA.
           PERFORM 0290-IMPRIME-ENTREGAS.
           PERFORM 0297-IMPRIME-PONTOS.
           PERFORM 0299-IMPRIME-AVISOS-SEGURANCA.

       0210-LOCALIZA-CLIENTE SECTION.
           MOVE 'N' TO WRK-CADASTRO-ACHADO.
               WRK-CPF-TELA DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF REG-TIPO-PESSOA EQUAL 'J'
               MOVE 'J' TO MSK-FUNCAO
               MOVE REG-CNPJ TO MSK-VALOR
               CALL "ARQ087" USING WRK-MSK-PARAMETROS
               MOVE MSK-SAIDA (1:18) TO WRK-CNPJ-TELA
               MOVE SPACES TO REG-RELATORIO
               STRING "   CNPJ...........: " DELIMITED BY SIZE
                   WRK-CNPJ-TELA DELIMITED BY SIZE
                   "   PESSOA JURIDICA" DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING "   DATA CADASTRO..: " DELIMITED BY SIZE
               REG-DATA-CADASTRO DELIMITED BY SIZE
               WRITE REG-RELATORIO
           END-IF.

       0280-IMPRIME-COBRANCA-EXTERNA SECTION.
      *==  FATURAS DO CLIENTE NA AGENCIA DE COBRANCA (ARQ122/ARQ123)
      *==  PELA CHAVE ALTERNATIVA DO ID -- A RECLAMACAO DE COBRANCA
      *==  FEITA POR TERCEIRO PRECISA DESTA SITUACAO NA MAO
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "SECAO 6 -- COBRANCA EXTERNA (AGENCIA)"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           OPEN INPUT COBRANCA-EXTERNA.
           IF FS-CEX EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE WRK-ID TO CEX-ID-CLIENTE
               START COBRANCA-EXTERNA KEY IS EQUAL TO CEX-ID-CLIENTE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ COBRANCA-EXTERNA NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF CEX-ID-CLIENTE EQUAL WRK-ID
                               PERFORM 0285-LINHA-COBRANCA
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COBRANCA-EXTERNA
           END-IF.
           IF WRK-ACUM-COBRANCA EQUAL ZERO
               MOVE "   NENHUMA FATURA EM COBRANCA EXTERNA"
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       0285-LINHA-COBRANCA SECTION.
           ADD 1 TO WRK-ACUM-COBRANCA.
           EVALUATE CEX-STATUS
               WHEN 'E'
                   MOVE "EM COBRANCA" TO WRK-SITUACAO-CEX
               WHEN 'P'
                   MOVE "PAGA VIA AGENCIA" TO WRK-SITUACAO-CEX
               WHEN 'R'
                   MOVE "DEVOLVIDA" TO WRK-SITUACAO-CEX
               WHEN 'D'
                   MOVE "PAGA DIRETO" TO WRK-SITUACAO-CEX
               WHEN OTHER
                   MOVE CEX-STATUS TO WRK-SITUACAO-CEX
           END-EVALUATE.
           MOVE CEX-VALOR-ENVIADO TO WRK-VALOR-EDITADO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "   FATURA " DELIMITED BY SIZE
               CEX-FAT-NUMERO DELIMITED BY SIZE
               " AGENCIA " DELIMITED BY SIZE
               CEX-AGENCIA DELIMITED BY SIZE
               " ENVIO " DELIMITED BY SIZE
               CEX-DATA-ENVIO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-VALOR-EDITADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-SITUACAO-CEX DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF CEX-STATUS NOT EQUAL 'E'
               MOVE SPACES TO REG-RELATORIO
               STRING "      RETORNO " DELIMITED BY SIZE
                   CEX-DATA-RETORNO DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       0290-IMPRIME-ENTREGAS SECTION.
      *==  ENTREGAS DO CLIENTE PELA CHAVE DO PEDIDO (ARQ136/ARQ137),
      *==  MESMO PERCURSO DE GRUPO DAS OCORRENCIAS
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "SECAO 7 -- ENTREGAS DE PEDIDOS FATURADOS"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           OPEN INPUT ENTREGAS.
           IF FS-ENTREGAS EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE WRK-ID TO ENT-ID-CLIENTE
               MOVE ZEROS TO ENT-SEQUENCIA
               START ENTREGAS KEY IS GREATER THAN ENT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ ENTREGAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF ENT-ID-CLIENTE EQUAL WRK-ID
                               PERFORM 0295-LINHA-ENTREGA
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTREGAS
           END-IF.
           IF WRK-ACUM-ENTREGAS EQUAL ZERO
               MOVE "   NENHUMA ENTREGA REGISTRADA" TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       0295-LINHA-ENTREGA SECTION.
           ADD 1 TO WRK-ACUM-ENTREGAS.
           EVALUATE ENT-STATUS
               WHEN 'T'
                   MOVE "EM TRANSITO" TO WRK-SITUACAO-ENTREGA
               WHEN 'E'
                   MOVE "ENTREGUE" TO WRK-SITUACAO-ENTREGA
               WHEN 'D'
                   MOVE "DEVOLVIDA" TO WRK-SITUACAO-ENTREGA
               WHEN OTHER
                   MOVE ENT-STATUS TO WRK-SITUACAO-ENTREGA
           END-EVALUATE.
           MOVE SPACES TO REG-RELATORIO.
           STRING "   PEDIDO " DELIMITED BY SIZE
               ENT-SEQUENCIA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ENT-TRANSPORTADORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ENT-RASTREIO DELIMITED BY SIZE
               " DESP " DELIMITED BY SIZE
               ENT-DATA-DESPACHO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-SITUACAO-ENTREGA DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF ENT-STATUS NOT EQUAL 'T'
               OR ENT-OCO-SEQUENCIA NOT EQUAL ZEROS
               MOVE SPACES TO REG-RELATORIO
               STRING "      SITUACAO EM " DELIMITED BY SIZE
                   ENT-DATA-STATUS DELIMITED BY SIZE
                   INTO REG-RELATORIO
               IF ENT-OCO-SEQUENCIA NOT EQUAL ZEROS
                   MOVE "OCORRENCIA DE ATRASO" TO REG-RELATORIO (30:20)
                   MOVE ENT-OCO-SEQUENCIA TO REG-RELATORIO (51:3)
               END-IF
               WRITE REG-RELATORIO
           END-IF.

       0297-IMPRIME-PONTOS SECTION.
      *==  LANCAMENTOS DO EXTRATO EM ORDEM DE GRAVACAO -- O SALDO DO
      *==  ULTIMO E O SALDO ATUAL DO CLIENTE
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "SECAO 8 -- PONTOS DE FIDELIDADE"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZEROS TO WRK-SALDO-PONTOS.
           OPEN INPUT PONTOS.
           IF FS-PONTOS EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE WRK-ID TO PNT-ID-CLIENTE
               MOVE ZEROS TO PNT-SEQUENCIA
               START PONTOS KEY IS GREATER THAN PNT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ PONTOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF PNT-ID-CLIENTE EQUAL WRK-ID
                               PERFORM 0298-LINHA-PONTOS
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PONTOS
           END-IF.
           IF WRK-ACUM-PONTOS EQUAL ZERO
               MOVE "   NENHUM LANCAMENTO DE PONTOS" TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               MOVE WRK-SALDO-PONTOS TO WRK-PONTOS-EDITADO
               MOVE SPACES TO REG-RELATORIO
               STRING "   SALDO ATUAL DE PONTOS: " DELIMITED BY SIZE
                   WRK-PONTOS-EDITADO DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       0298-LINHA-PONTOS SECTION.
           ADD 1 TO WRK-ACUM-PONTOS.
           MOVE PNT-SALDO TO WRK-SALDO-PONTOS.
           EVALUATE PNT-TIPO
               WHEN "AC"
                   MOVE "ACUMULO" TO WRK-DESCRICAO-PONTOS
               WHEN "EA"
                   MOVE "ESTORNO DE ACUMULO" TO WRK-DESCRICAO-PONTOS
               WHEN "RS"
                   MOVE "RESGATE" TO WRK-DESCRICAO-PONTOS
               WHEN "CR"
                   MOVE "RESGATE DEVOLVIDO" TO WRK-DESCRICAO-PONTOS
               WHEN "EX"
                   MOVE "EXPIRACAO" TO WRK-DESCRICAO-PONTOS
               WHEN OTHER
                   MOVE PNT-TIPO TO WRK-DESCRICAO-PONTOS
           END-EVALUATE.
           MOVE PNT-PONTOS TO WRK-PONTOS-EDITADO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "   " DELIMITED BY SIZE
               PNT-DATA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-DESCRICAO-PONTOS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PNT-NATUREZA DELIMITED BY SIZE
               WRK-PONTOS-EDITADO DELIMITED BY SIZE
               " DOC " DELIMITED BY SIZE
               PNT-DOCUMENTO DELIMITED BY SIZE
               INTO REG-RELATORIO.
           IF PNT-TIPO EQUAL "AC"
               MOVE "VALE ATE" TO REG-RELATORIO (63:8)
               MOVE PNT-VALIDADE TO REG-RELATORIO (72:8)
           END-IF.
           WRITE REG-RELATORIO.

       0299-IMPRIME-AVISOS-SEGURANCA SECTION.
      *==  AVISOS DO CLIENTE EM ORDEM DE ALTERACAO, MESMO PERCURSO DE
      *==  GRUPO DOS PONTOS
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "SECAO 9 -- AVISOS DE SEGURANCA (ALTERACAO DE CONTATO)"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           OPEN INPUT AVISOS-SEGURANCA.
           IF FS-ASG EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE WRK-ID TO ASG-ID-CLIENTE
               MOVE SPACES TO ASG-DATA-HORA-ALT
               MOVE SPACES TO ASG-ITEM
               START AVISOS-SEGURANCA KEY IS GREATER THAN ASG-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ AVISOS-SEGURANCA NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF ASG-ID-CLIENTE EQUAL WRK-ID
                               PERFORM 0296-LINHA-AVISO
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVISOS-SEGURANCA
           END-IF.
           IF WRK-ACUM-AVISOS EQUAL ZERO
               MOVE "   NENHUM AVISO DE SEGURANCA" TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       0296-LINHA-AVISO SECTION.
      *==  O TELEFONE DE DESTINO PASSA PELA MASCARA DO ARQ087 COMO NA
      *==  SECAO 1
           ADD 1 TO WRK-ACUM-AVISOS.
           EVALUATE ASG-ITEM
               WHEN 'T'
                   MOVE "TELEFONE" TO WRK-ITEM-AVISO
               WHEN 'E'
                   MOVE "EMAIL" TO WRK-ITEM-AVISO
               WHEN OTHER
                   MOVE "ENDERECO" TO WRK-ITEM-AVISO
           END-EVALUATE.
           IF ASG-SITUACAO EQUAL 'E'
               MOVE "ENVIADO" TO WRK-SITUACAO-AVISO
           ELSE
               MOVE "SUPRIMIDO" TO WRK-SITUACAO-AVISO
           END-IF.
           MOVE ASG-DESTINO TO WRK-DESTINO-AVISO.
           IF ASG-CANAL EQUAL "SMS"
               MOVE 'T' TO MSK-FUNCAO
               MOVE ASG-DESTINO (1:11) TO MSK-VALOR
               CALL "ARQ087" USING WRK-MSK-PARAMETROS
               MOVE MSK-SAIDA (1:11) TO WRK-DESTINO-AVISO
           END-IF.
           MOVE ASG-DATA-HORA-ALT (7:2) TO WRK-DATA-ALT-EDITADA (1:2).
           MOVE "/" TO WRK-DATA-ALT-EDITADA (3:1).
           MOVE ASG-DATA-HORA-ALT (5:2) TO WRK-DATA-ALT-EDITADA (4:2).
           MOVE "/" TO WRK-DATA-ALT-EDITADA (6:1).
           MOVE ASG-DATA-HORA-ALT (1:4) TO WRK-DATA-ALT-EDITADA (7:4).
           MOVE SPACES TO REG-RELATORIO.
           STRING "   " DELIMITED BY SIZE
               WRK-DATA-ALT-EDITADA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-ITEM-AVISO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ASG-CANAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-SITUACAO-AVISO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ASG-DATA-AVISO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-DESTINO-AVISO DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "      VALOR NOVO NO AVISO: " DELIMITED BY SIZE
               ASG-NOVO-MASCARADO DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0300-FINISH SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY "EVENTOS DO LOG.......: " WRK-ACUM-EVENTOS.
           DISPLAY "LINHAS DO HISTORICO..: " WRK-ACUM-HISTORICO.
           DISPLAY "OCORRENCIAS..........: " WRK-ACUM-OCORRENCIAS.
           DISPLAY "COBRANCA EXTERNA.....: " WRK-ACUM-COBRANCA.
           DISPLAY "ENTREGAS.............: " WRK-ACUM-ENTREGAS.
           DISPLAY "LANCAMENTOS DE PONTOS: " WRK-ACUM-PONTOS.
           DISPLAY "AVISOS DE SEGURANCA..: " WRK-ACUM-AVISOS.
           DISPLAY "DOSSIE EM DOSSIE-CLIENTE.TXT".
           DISPLAY "FIM DE PROGRAMA".

