       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ155 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: MODULO DE FILAS DE TRABALHO -- PERCORRE AS OITO
      *==            FILAS QUE ESPERAM POR UMA PESSOA (APROVACOES
      *==            PENDENTES, PAGAMENTOS SUSPENSOS, CLIENTES E
      *==            PEDIDOS REJEITADOS NAS CARGAS, CORRESPONDENCIA
      *==            DEVOLVIDA, OCORRENCIAS ABERTAS, PENDENTES DA
      *==            REMESSA DO BUREAU E SOLICITACOES LGPD EM ABERTO)
      *==            E DEVOLVE, PARA CADA UMA, A
      *==            QUANTIDADE, A DATA DO ITEM MAIS ANTIGO E A IDADE
      *==            EM DIAS (VIDE FTRPRM); CHAMADO PELA LISTA DE
      *==            TRABALHO DO OPERADOR (ARQ156, EXIBIDA PELO
      *==            ARQ000 APOS O SIGN-ON) E PELO RELATORIO DIARIO
      *==            DE FILAS DA CADEIA NOTURNA (ARQ157)
      *==  DATA DE CADA ITEM: APROVACAO = DATA DA SOLICITACAO;
      *==  SUSPENSO = DATA DO PAGAMENTO NA LINHA DO BANCO; REJEITADOS
      *==  = DATA GRAVADA PELA CARGA NO FIM DA LINHA; DEVOLVIDA = DATA
      *==  DA DEVOLUCAO; OCORRENCIA = DATA DE ABERTURA; PENDENTE DA
      *==  REMESSA = DATA DO ENVIO AO BUREAU; SOLICITACAO LGPD = DATA
      *==  DE RECEBIMENTO
      *==  FILA AUSENTE (ARQUIVO AINDA NAO CRIADO) CONTA ZERO
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT APROVACOES ASSIGN TO
               DYNAMIC WRK-CAMINHO-APROVACOES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APR-NUMERO
               FILE STATUS IS FS-APROVACOES.

           SELECT SUSPENSOS ASSIGN TO
               "PAGAMENTOS-SUSPENSOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSOS.

           SELECT CLI-REJEITADOS ASSIGN TO
               "CLIENTES-REJEITADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLI-REJ.

           SELECT DEVOLVIDOS ASSIGN TO
               "ENDERECOS-DEVOLVIDOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVOLVIDOS.

           SELECT OCORRENCIAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-OCORRENCIAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCO-CHAVE
               FILE STATUS IS FS-OCORRENCIAS.

           SELECT PENDENTES ASSIGN TO
               "PENDENTES-REMESSA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDENTES.

           SELECT PED-REJEITADOS ASSIGN TO
               "PEDIDOS-REJEITADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PED-REJ.

           SELECT SOLICITACOES ASSIGN TO
               DYNAMIC WRK-CAMINHO-LGPD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LGP-NUMERO
               FILE STATUS IS FS-LGPD.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD APROVACOES.
       01 REG-APROVACAO.
           COPY APRREG.

       FD SUSPENSOS.
       01 REG-SUSPENSO PIC X(80).

       FD CLI-REJEITADOS.
       01 REG-CLI-REJEITADO PIC X(112).

       FD DEVOLVIDOS.
       01 REG-DEVOLVIDO.
           05 DVL-ID             PIC 9(07).
           05 FILLER             PIC X(01).
           05 DVL-DATA           PIC X(08).

       FD OCORRENCIAS.
       01 REG-OCORRENCIA.
           COPY OCOREG.

       FD PENDENTES.
       01 REG-PENDENTE.
           05 PND-CPF            PIC X(11).
           05 PND-CNPJ           PIC X(14).
           05 PND-DATA-ENVIO     PIC X(08).

       FD PED-REJEITADOS.
       01 REG-PED-REJEITADO PIC X(132).

       FD SOLICITACOES.
       01 REG-LGPD.
           COPY LGPREG.

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-APROVACOES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-OCORRENCIAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-LGPD PIC X(30) VALUE SPACES.

       77 FS-APROVACOES PIC 9(02) VALUE ZEROS.
       77 FS-SUSPENSOS PIC 9(02) VALUE ZEROS.
       77 FS-CLI-REJ PIC 9(02) VALUE ZEROS.
       77 FS-DEVOLVIDOS PIC 9(02) VALUE ZEROS.
       77 FS-OCORRENCIAS PIC 9(02) VALUE ZEROS.
       77 FS-PENDENTES PIC 9(02) VALUE ZEROS.
       77 FS-PED-REJ PIC 9(02) VALUE ZEROS.
       77 FS-LGPD PIC 9(02) VALUE ZEROS.

      *===========ITEM CORRENTE===============================
       77 WRK-FILA PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-ITEM PIC X(08) VALUE SPACES.
       77 WRK-DATA-N PIC 9(08) VALUE ZEROS.
       77 WRK-INT-BASE PIC 9(08) VALUE ZEROS.
       77 WRK-INT-ITEM PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 FTR-PARAMETROS.
           COPY FTRPRM.

       PROCEDURE DIVISION USING FTR-PARAMETROS.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0210-CONTA-APROVACOES.
           PERFORM 0220-CONTA-SUSPENSOS.
           PERFORM 0230-CONTA-CLI-REJEITADOS.
           PERFORM 0240-CONTA-DEVOLVIDOS.
           PERFORM 0250-CONTA-OCORRENCIAS.
           PERFORM 0260-CONTA-PENDENTES.
           PERFORM 0270-CONTA-PED-REJEITADOS.
           PERFORM 0280-CONTA-LGPD.
           PERFORM 0300-CALCULA-IDADES.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           IF FTR-DATA-BASE EQUAL SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO FTR-DATA-BASE
           END-IF.
           MOVE FTR-DATA-BASE TO WRK-DATA-N.
           COMPUTE WRK-INT-BASE = FUNCTION INTEGER-OF-DATE (WRK-DATA-N).
           MOVE 8 TO FTR-QTDE-FILAS.
           PERFORM VARYING WRK-FILA FROM 1 BY 1 UNTIL WRK-FILA > 8
               MOVE ZEROS TO FTR-QTDE (WRK-FILA)
               MOVE SPACES TO FTR-DATA-ANTIGA (WRK-FILA)
               MOVE ZEROS TO FTR-IDADE (WRK-FILA)
           END-PERFORM.
           MOVE "APROVACOES PENDENTES" TO FTR-DESCRICAO (1).
           MOVE "ARQ086" TO FTR-PROGRAMA (1).
           MOVE 3 TO FTR-NIVEL (1).
           MOVE "PAGAMENTOS SUSPENSOS" TO FTR-DESCRICAO (2).
           MOVE "ARQ066" TO FTR-PROGRAMA (2).
           MOVE 3 TO FTR-NIVEL (2).
           MOVE "CLIENTES REJEITADOS NA CARGA" TO FTR-DESCRICAO (3).
           MOVE "ARQ052" TO FTR-PROGRAMA (3).
           MOVE 2 TO FTR-NIVEL (3).
           MOVE "CORRESPONDENCIA DEVOLVIDA" TO FTR-DESCRICAO (4).
           MOVE "ARQ081" TO FTR-PROGRAMA (4).
           MOVE 2 TO FTR-NIVEL (4).
           MOVE "OCORRENCIAS ABERTAS" TO FTR-DESCRICAO (5).
           MOVE "ARQ073" TO FTR-PROGRAMA (5).
           MOVE 2 TO FTR-NIVEL (5).
           MOVE "PENDENTES DA REMESSA BUREAU" TO FTR-DESCRICAO (6).
           MOVE "ARQ094" TO FTR-PROGRAMA (6).
           MOVE 2 TO FTR-NIVEL (6).
           MOVE "PEDIDOS REJEITADOS NA CARGA" TO FTR-DESCRICAO (7).
           MOVE "ARQ158" TO FTR-PROGRAMA (7).
           MOVE 2 TO FTR-NIVEL (7).
           MOVE "SOLICITACOES LGPD EM ABERTO" TO FTR-DESCRICAO (8).
           MOVE "ARQ163" TO FTR-PROGRAMA (8).
           MOVE 3 TO FTR-NIVEL (8).

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
                   MOVE "APROVACOES-TEST.txt" TO
                       WRK-CAMINHO-APROVACOES
                   MOVE "OCORRENCIAS-TEST.txt" TO
                       WRK-CAMINHO-OCORRENCIAS
                   MOVE "LGPD-SOLICITACOES-TEST.txt" TO
                       WRK-CAMINHO-LGPD
               WHEN "DEV"
                   MOVE "APROVACOES-DEV.txt" TO
                       WRK-CAMINHO-APROVACOES
                   MOVE "OCORRENCIAS-DEV.txt" TO
                       WRK-CAMINHO-OCORRENCIAS
                   MOVE "LGPD-SOLICITACOES-DEV.txt" TO
                       WRK-CAMINHO-LGPD
               WHEN OTHER
                   MOVE "\APROVACOES-PENDENTES.txt" TO
                       WRK-CAMINHO-APROVACOES
                   MOVE "\OCORRENCIAS.txt" TO
                       WRK-CAMINHO-OCORRENCIAS
                   MOVE "\LGPD-SOLICITACOES.txt" TO
                       WRK-CAMINHO-LGPD
           END-EVALUATE.

       0210-CONTA-APROVACOES SECTION.
           MOVE 1 TO WRK-FILA.
           OPEN INPUT APROVACOES.
           IF FS-APROVACOES EQUAL 00
               READ APROVACOES
               PERFORM UNTIL FS-APROVACOES NOT EQUAL 00
                   IF APR-STATUS EQUAL 'P'
                       MOVE APR-DATA-HORA-SOL (1:8) TO WRK-DATA-ITEM
                       PERFORM 0290-REGISTRA-ITEM
                   END-IF
                   READ APROVACOES
               END-PERFORM
               CLOSE APROVACOES
           END-IF.

       0220-CONTA-SUSPENSOS SECTION.
      *==  DATA NA POSICAO FIXA DA LINHA DO BANCO (VIDE ARQ066)
           MOVE 2 TO WRK-FILA.
           OPEN INPUT SUSPENSOS.
           IF FS-SUSPENSOS EQUAL 00
               READ SUSPENSOS
               PERFORM UNTIL FS-SUSPENSOS NOT EQUAL 00
                   IF REG-SUSPENSO NOT EQUAL SPACES
                       MOVE REG-SUSPENSO (18:8) TO WRK-DATA-ITEM
                       PERFORM 0290-REGISTRA-ITEM
                   END-IF
                   READ SUSPENSOS
               END-PERFORM
               CLOSE SUSPENSOS
           END-IF.

       0230-CONTA-CLI-REJEITADOS SECTION.
      *==  DATA DA REJEICAO NO FIM DA LINHA (VIDE ARQ016)
           MOVE 3 TO WRK-FILA.
           OPEN INPUT CLI-REJEITADOS.
           IF FS-CLI-REJ EQUAL 00
               READ CLI-REJEITADOS
               PERFORM UNTIL FS-CLI-REJ NOT EQUAL 00
                   IF REG-CLI-REJEITADO NOT EQUAL SPACES
                       MOVE REG-CLI-REJEITADO (105:8) TO
                           WRK-DATA-ITEM
                       PERFORM 0290-REGISTRA-ITEM
                   END-IF
                   READ CLI-REJEITADOS
               END-PERFORM
               CLOSE CLI-REJEITADOS
           END-IF.

       0240-CONTA-DEVOLVIDOS SECTION.
           MOVE 4 TO WRK-FILA.
           OPEN INPUT DEVOLVIDOS.
           IF FS-DEVOLVIDOS EQUAL 00
               READ DEVOLVIDOS
               PERFORM UNTIL FS-DEVOLVIDOS NOT EQUAL 00
                   MOVE DVL-DATA TO WRK-DATA-ITEM
                   PERFORM 0290-REGISTRA-ITEM
                   READ DEVOLVIDOS
               END-PERFORM
               CLOSE DEVOLVIDOS
           END-IF.

       0250-CONTA-OCORRENCIAS SECTION.
           MOVE 5 TO WRK-FILA.
           OPEN INPUT OCORRENCIAS.
           IF FS-OCORRENCIAS EQUAL 00
               READ OCORRENCIAS
               PERFORM UNTIL FS-OCORRENCIAS NOT EQUAL 00
                   IF OCO-STATUS EQUAL 'A'
                       MOVE OCO-DATA TO WRK-DATA-ITEM
                       PERFORM 0290-REGISTRA-ITEM
                   END-IF
                   READ OCORRENCIAS
               END-PERFORM
               CLOSE OCORRENCIAS
           END-IF.

       0260-CONTA-PENDENTES SECTION.
           MOVE 6 TO WRK-FILA.
           OPEN INPUT PENDENTES.
           IF FS-PENDENTES EQUAL 00
               READ PENDENTES
               PERFORM UNTIL FS-PENDENTES NOT EQUAL 00
                   IF REG-PENDENTE NOT EQUAL SPACES
                       MOVE PND-DATA-ENVIO TO WRK-DATA-ITEM
                       PERFORM 0290-REGISTRA-ITEM
                   END-IF
                   READ PENDENTES
               END-PERFORM
               CLOSE PENDENTES
           END-IF.

       0270-CONTA-PED-REJEITADOS SECTION.
      *==  DATA DA REJEICAO NO FIM DA LINHA (VIDE ARQ063)
           MOVE 7 TO WRK-FILA.
           OPEN INPUT PED-REJEITADOS.
           IF FS-PED-REJ EQUAL 00
               READ PED-REJEITADOS
               PERFORM UNTIL FS-PED-REJ NOT EQUAL 00
                   IF REG-PED-REJEITADO NOT EQUAL SPACES
                       MOVE REG-PED-REJEITADO (125:8) TO
                           WRK-DATA-ITEM
                       PERFORM 0290-REGISTRA-ITEM
                   END-IF
                   READ PED-REJEITADOS
               END-PERFORM
               CLOSE PED-REJEITADOS
           END-IF.

       0280-CONTA-LGPD SECTION.
           MOVE 8 TO WRK-FILA.
           OPEN INPUT SOLICITACOES.
           IF FS-LGPD EQUAL 00
               READ SOLICITACOES
               PERFORM UNTIL FS-LGPD NOT EQUAL 00
                   IF LGP-SITUACAO EQUAL 'A'
                       MOVE LGP-DATA-RECEBIDA TO WRK-DATA-ITEM
                       PERFORM 0290-REGISTRA-ITEM
                   END-IF
                   READ SOLICITACOES
               END-PERFORM
               CLOSE SOLICITACOES
           END-IF.

       0290-REGISTRA-ITEM SECTION.
           ADD 1 TO FTR-QTDE (WRK-FILA).
           IF WRK-DATA-ITEM IS NUMERIC
               AND WRK-DATA-ITEM > "19000101"
               IF FTR-DATA-ANTIGA (WRK-FILA) EQUAL SPACES
                   OR WRK-DATA-ITEM < FTR-DATA-ANTIGA (WRK-FILA)
                   MOVE WRK-DATA-ITEM TO FTR-DATA-ANTIGA (WRK-FILA)
               END-IF
           END-IF.

       0300-CALCULA-IDADES SECTION.
           PERFORM VARYING WRK-FILA FROM 1 BY 1 UNTIL WRK-FILA > 8
               IF FTR-DATA-ANTIGA (WRK-FILA) NOT EQUAL SPACES
                   MOVE FTR-DATA-ANTIGA (WRK-FILA) TO WRK-DATA-N
                   COMPUTE WRK-INT-ITEM =
                       FUNCTION INTEGER-OF-DATE (WRK-DATA-N)
                   IF WRK-INT-ITEM < WRK-INT-BASE
                       COMPUTE FTR-IDADE (WRK-FILA) =
                           WRK-INT-BASE - WRK-INT-ITEM
                   END-IF
               END-IF
           END-PERFORM.
