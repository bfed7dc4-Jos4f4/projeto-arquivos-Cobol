       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ135 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO DE EXPOSICAO POR GRUPO ECONOMICO --
      *==            PARA CADA GRUPO DO ARQUIVO GRUPOS-ECONOMICOS
      *==            (ARQ134, VIDE GECREG) LISTA OS MEMBROS COM OS
      *==            PEDIDOS ABERTOS ('A'), AS FATURAS EM ABERTO E A
      *==            PARTE VENCIDA DELAS, TOTALIZA O GRUPO E COMPARA
      *==            A EXPOSICAO (PEDIDOS + FATURAS, A MESMA DA
      *==            ENTRADA DE PEDIDOS) COM O LIMITE CONSOLIDADO
      *==  FATURA VENCIDA = STATUS 'A' COM VENCIMENTO ANTERIOR A DATA
      *==  DA EXECUCAO; GRUPO ACIMA DO LIMITE SAI MARCADO
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT GRUPOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-GRUPOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEC-ID-CLIENTE
               ALTERNATE RECORD KEY IS GEC-ID-CABECA
                   WITH DUPLICATES
               FILE STATUS IS FS-GRUPOS.

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

           SELECT PEDIDOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PEDIDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS FS-PEDIDOS.

           SELECT FATURAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT RELATORIO ASSIGN TO
               "RELATORIO-GRUPOS-ECONOMICOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD GRUPOS.
       01 REG-GRUPO.
           COPY GECREG.

       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.

       FD PEDIDOS.
       01 REG-PEDIDOS.
           COPY PEDREG.

       FD FATURAS.
       01 REG-FATURAS.
           COPY FATREG.

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-GRUPOS PIC 9(02) VALUE ZEROS.
       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-EXEC PIC X(08) VALUE SPACES.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-GRUPOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.

      *===========CONTROLE DA QUEBRA POR GRUPO=================
       77 WRK-FIM-GRUPOS PIC X(01) VALUE 'N'.
       77 WRK-FIM-CLIENTE PIC X(01) VALUE 'N'.
       77 WRK-CABECA-ATUAL PIC 9(07) VALUE ZEROS.
       77 WRK-ID-MEMBRO PIC 9(07) VALUE ZEROS.
       77 WRK-LIMITE-GRUPO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTDE-MEMBROS PIC 9(05) VALUE ZEROS.
       77 WRK-PERCENTUAL PIC 9(04)V9 VALUE ZEROS.

      *===========VALORES DO MEMBRO E DO GRUPO=================
       77 WRK-MEM-PEDIDOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MEM-FATURAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MEM-VENCIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GRP-PEDIDOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GRP-FATURAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GRP-VENCIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GRP-EXPOSICAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PEDIDOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-FATURAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-VENCIDO PIC 9(09)V99 VALUE ZEROS.

      *===========LINHAS DO RELATORIO=========================
       01 WRK-LINHA-TITULO.
           05 FILLER PIC X(30) VALUE "  CLIENTE NOME".
           05 FILLER PIC X(13) VALUE "  PEDIDOS ABE".
           05 FILLER PIC X(13) VALUE "  FATURAS ABE".
           05 FILLER PIC X(13) VALUE "      VENCIDO".
       01 WRK-LINHA-MEMBRO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LIN-ID         PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-NOME       PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-PEDIDOS    PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-FATURAS    PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-VENCIDO    PIC ZZZZZZZZ9.99.
       01 WRK-LINHA-LIMITE.
           05 FILLER             PIC X(10) VALUE "  LIMITE: ".
           05 WRK-LIN-LIMITE     PIC ZZZZZZ9.99.
           05 FILLER             PIC X(13) VALUE "  EXPOSICAO: ".
           05 WRK-LIN-EXPOSICAO  PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(08) VALUE "  USO: ".
           05 WRK-LIN-PERCENTUAL PIC ZZZ9.9.
           05 FILLER             PIC X(01) VALUE "%".
           05 WRK-LIN-ALERTA     PIC X(16) VALUE SPACES.
       77 WRK-EXPOSICAO-EDITADA PIC ZZZZZZZZ9.99.

      *================ACUMULADORES===================================
       77 WRK-ACUM-GRUPOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-MEMBROS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-EXCEDIDOS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-EXEC.
           OPEN INPUT GRUPOS.
           IF FS-GRUPOS NOT EQUAL 00
               MOVE "GRUPOS-ECONOMICOS INDISPONIVEL" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
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
           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL 00
               MOVE "FATURAS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0310-IMPRIME-CABECALHO.

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
                   MOVE "GRUPOS-ECONOMICOS-TEST.txt" TO
                       WRK-CAMINHO-GRUPOS
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-TEST.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "FATURAS-TEST.txt" TO WRK-CAMINHO-FATURAS
               WHEN "DEV"
                   MOVE "GRUPOS-ECONOMICOS-DEV.txt" TO
                       WRK-CAMINHO-GRUPOS
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-DEV.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "FATURAS-DEV.txt" TO WRK-CAMINHO-FATURAS
               WHEN OTHER
                   MOVE "\GRUPOS-ECONOMICOS.txt" TO
                       WRK-CAMINHO-GRUPOS
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "\FATURAS.txt" TO WRK-CAMINHO-FATURAS
           END-EVALUATE.

       0200-PROCESS SECTION.
      *==  PERCORRE O ARQUIVO PELA CHAVE DA CABECA -- OS MEMBROS DE
      *==  CADA GRUPO CHEGAM JUNTOS E A TROCA DE CABECA FECHA O GRUPO
           MOVE ZEROS TO GEC-ID-CABECA.
           START GRUPOS KEY IS NOT LESS THAN GEC-ID-CABECA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPOS
           END-START.
           IF WRK-FIM-GRUPOS NOT EQUAL 'S'
               PERFORM 0205-LE-GRUPO
           END-IF.
           PERFORM UNTIL WRK-FIM-GRUPOS EQUAL 'S'
               MOVE GEC-ID-CABECA TO WRK-CABECA-ATUAL
               PERFORM 0210-ABRE-GRUPO
               PERFORM UNTIL WRK-FIM-GRUPOS EQUAL 'S'
                       OR GEC-ID-CABECA NOT EQUAL WRK-CABECA-ATUAL
                   PERFORM 0220-PROCESSA-MEMBRO
                   PERFORM 0205-LE-GRUPO
               END-PERFORM
               PERFORM 0250-FECHA-GRUPO
           END-PERFORM.

       0205-LE-GRUPO SECTION.
           READ GRUPOS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-GRUPOS
           END-READ.

       0210-ABRE-GRUPO SECTION.
           ADD 1 TO WRK-ACUM-GRUPOS.
           MOVE ZEROS TO WRK-QTDE-MEMBROS.
           MOVE ZEROS TO WRK-GRP-PEDIDOS.
           MOVE ZEROS TO WRK-GRP-FATURAS.
           MOVE ZEROS TO WRK-GRP-VENCIDO.
           MOVE ZEROS TO WRK-LIMITE-GRUPO.
           MOVE WRK-CABECA-ATUAL TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "(FORA DO CADASTRO)" TO REG-NOME
           END-READ.
           MOVE SPACES TO REG-RELATORIO.
           STRING "GRUPO " DELIMITED BY SIZE
               WRK-CABECA-ATUAL DELIMITED BY SIZE
               " -- CABECA " DELIMITED BY SIZE
               REG-NOME DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0220-PROCESSA-MEMBRO SECTION.
           ADD 1 TO WRK-QTDE-MEMBROS.
           ADD 1 TO WRK-ACUM-MEMBROS.
           IF GEC-ID-CLIENTE EQUAL GEC-ID-CABECA
               MOVE GEC-LIMITE-GRUPO TO WRK-LIMITE-GRUPO
           END-IF.
           MOVE GEC-ID-CLIENTE TO WRK-ID-MEMBRO.
           PERFORM 0230-SOMA-PEDIDOS.
           PERFORM 0240-SOMA-FATURAS.
           MOVE WRK-ID-MEMBRO TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "(FORA DO CADASTRO)" TO REG-NOME
           END-READ.
           MOVE WRK-ID-MEMBRO TO WRK-LIN-ID.
           MOVE REG-NOME TO WRK-LIN-NOME.
           MOVE WRK-MEM-PEDIDOS TO WRK-LIN-PEDIDOS.
           MOVE WRK-MEM-FATURAS TO WRK-LIN-FATURAS.
           MOVE WRK-MEM-VENCIDO TO WRK-LIN-VENCIDO.
           MOVE WRK-LINHA-MEMBRO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD WRK-MEM-PEDIDOS TO WRK-GRP-PEDIDOS.
           ADD WRK-MEM-FATURAS TO WRK-GRP-FATURAS.
           ADD WRK-MEM-VENCIDO TO WRK-GRP-VENCIDO.

       0230-SOMA-PEDIDOS SECTION.
      *==  MESMO PERCURSO DE CHAVE COMPOSTA DO ARQ027
           MOVE ZEROS TO WRK-MEM-PEDIDOS.
           MOVE 'N' TO WRK-FIM-CLIENTE.
           MOVE WRK-ID-MEMBRO TO PED-ID-CLIENTE.
           MOVE ZEROS TO PED-SEQUENCIA.
           START PEDIDOS KEY IS GREATER THAN PED-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CLIENTE
           END-START.
           PERFORM UNTIL WRK-FIM-CLIENTE EQUAL 'S'
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-CLIENTE
                   NOT AT END
                       IF PED-ID-CLIENTE EQUAL WRK-ID-MEMBRO
                           IF PED-STATUS EQUAL 'A'
                               ADD PED-VALOR TO WRK-MEM-PEDIDOS
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-FIM-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.

       0240-SOMA-FATURAS SECTION.
           MOVE ZEROS TO WRK-MEM-FATURAS.
           MOVE ZEROS TO WRK-MEM-VENCIDO.
           MOVE 'N' TO WRK-FIM-CLIENTE.
           MOVE WRK-ID-MEMBRO TO FAT-ID-CLIENTE.
           MOVE ZEROS TO FAT-SEQUENCIA.
           MOVE ZEROS TO FAT-PARCELA.
           START FATURAS KEY IS GREATER THAN FAT-CHAVE-PEDIDO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CLIENTE
           END-START.
           PERFORM UNTIL WRK-FIM-CLIENTE EQUAL 'S'
               READ FATURAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-CLIENTE
                   NOT AT END
                       IF FAT-ID-CLIENTE EQUAL WRK-ID-MEMBRO
                           IF FAT-STATUS EQUAL 'A'
                               ADD FAT-VALOR TO WRK-MEM-FATURAS
                               IF FAT-DATA-VENCTO < WRK-DATA-EXEC
                                   ADD FAT-VALOR TO WRK-MEM-VENCIDO
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-FIM-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.

       0250-FECHA-GRUPO SECTION.
           MOVE ZEROS TO WRK-LIN-ID.
           MOVE "TOTAL DO GRUPO" TO WRK-LIN-NOME.
           MOVE WRK-GRP-PEDIDOS TO WRK-LIN-PEDIDOS.
           MOVE WRK-GRP-FATURAS TO WRK-LIN-FATURAS.
           MOVE WRK-GRP-VENCIDO TO WRK-LIN-VENCIDO.
           MOVE WRK-LINHA-MEMBRO TO REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO (3:7).
           WRITE REG-RELATORIO.
           COMPUTE WRK-GRP-EXPOSICAO =
               WRK-GRP-PEDIDOS + WRK-GRP-FATURAS.
           IF WRK-LIMITE-GRUPO EQUAL ZEROS
               MOVE WRK-GRP-EXPOSICAO TO WRK-EXPOSICAO-EDITADA
               MOVE SPACES TO REG-RELATORIO
               STRING "  SEM LIMITE CONSOLIDADO  EXPOSICAO: "
                   DELIMITED BY SIZE
                   WRK-EXPOSICAO-EDITADA DELIMITED BY SIZE
                   INTO REG-RELATORIO
           ELSE
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-GRP-EXPOSICAO * 100 / WRK-LIMITE-GRUPO
                   ON SIZE ERROR
                       MOVE 9999.9 TO WRK-PERCENTUAL
               END-COMPUTE
               MOVE WRK-LIMITE-GRUPO TO WRK-LIN-LIMITE
               MOVE WRK-GRP-EXPOSICAO TO WRK-LIN-EXPOSICAO
               MOVE WRK-PERCENTUAL TO WRK-LIN-PERCENTUAL
               IF WRK-GRP-EXPOSICAO > WRK-LIMITE-GRUPO
                   MOVE "  *** EXCEDIDO" TO WRK-LIN-ALERTA
                   ADD 1 TO WRK-ACUM-EXCEDIDOS
               ELSE
                   MOVE SPACES TO WRK-LIN-ALERTA
               END-IF
               MOVE WRK-LINHA-LIMITE TO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD WRK-GRP-PEDIDOS TO WRK-TOT-PEDIDOS.
           ADD WRK-GRP-FATURAS TO WRK-TOT-FATURAS.
           ADD WRK-GRP-VENCIDO TO WRK-TOT-VENCIDO.

       0300-FINISH SECTION.
           CLOSE GRUPOS.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE FATURAS.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZEROS TO WRK-LIN-ID.
           MOVE "TOTAL GERAL" TO WRK-LIN-NOME.
           MOVE WRK-TOT-PEDIDOS TO WRK-LIN-PEDIDOS.
           MOVE WRK-TOT-FATURAS TO WRK-LIN-FATURAS.
           MOVE WRK-TOT-VENCIDO TO WRK-LIN-VENCIDO.
           MOVE WRK-LINHA-MEMBRO TO REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO (3:7).
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "GRUPOS...............: " WRK-ACUM-GRUPOS.
           DISPLAY "MEMBROS..............: " WRK-ACUM-MEMBROS.
           DISPLAY "GRUPOS ACIMA DO LIMITE: " WRK-ACUM-EXCEDIDOS.
           DISPLAY "RELATORIO EM RELATORIO-GRUPOS-ECONOMICOS.TXT".
           DISPLAY "FIM DE PROGRAMA".

       0310-IMPRIME-CABECALHO SECTION.
           MOVE "RELATORIO DE EXPOSICAO POR GRUPO ECONOMICO"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DATA: " DELIMITED BY SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               "   VENCIDO = FATURA ABERTA COM VENCIMENTO ANTERIOR"
                   DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
