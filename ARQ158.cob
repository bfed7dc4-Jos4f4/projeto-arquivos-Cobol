       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ158 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: TRATAMENTO DOS PEDIDOS REJEITADOS PELA CARGA EM
      *==            LOTE (PEDIDOS-REJEITADOS.TXT, GRAVADO PELO
      *==            ARQ063) -- PERCORRE AS LINHAS UMA A UMA
      *==            MOSTRANDO A LINHA ORIGINAL, O MOTIVO E A DATA DA
      *==            REJEICAO; DEPOIS DE RESOLVIDA A CAUSA O OPERADOR
      *==            DIGITA O PEDIDO NA HORA PELA ENTRADA DE PEDIDOS
      *==            (ARQ027), DESCARTA A LINHA (PEDIDO QUE NAO VAI
      *==            MAIS SER FEITO) OU PULA; CADA LINHA TRATADA
      *==            RECEBE UMA DISPOSICAO (DIGITADO, DESCARTADO OU
      *==            PULADO) EM PEDIDOS-REJ-DISPOSICAO.TXT E O QUE NAO
      *==            FOI RESOLVIDO PERMANECE NO ARQUIVO DE REJEITADOS
      *==            -- MESMA FILOSOFIA DO ARQ052 NA CARGA DE CLIENTES
      *==  CHAMADO PELA LISTA DE TRABALHO DO OPERADOR (ARQ156)
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJEITADOS ASSIGN TO
               "PEDIDOS-REJEITADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJEITADOS.

           SELECT REJEITADOS-TMP ASSIGN TO
               "PEDIDOS-REJEITADOS-TMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJ-TMP.

           SELECT DISPOSICAO ASSIGN TO
               "PEDIDOS-REJ-DISPOSICAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISPOSICAO.

           SELECT OPERADOR-SESSAO ASSIGN TO
               "OPERADOR-SESSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD REJEITADOS.
       01 REG-REJEITADO PIC X(132).

       FD REJEITADOS-TMP.
       01 REG-REJ-TMP PIC X(132).

       FD DISPOSICAO.
       01 REG-DISPOSICAO PIC X(130).

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       WORKING-STORAGE SECTION.
       77 FS-REJEITADOS PIC 9(02) VALUE ZEROS.
       77 FS-REJ-TMP PIC 9(02) VALUE ZEROS.
       77 FS-DISPOSICAO PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-OPERADOR PIC X(04) VALUE "????".

      *===========QUEBRA DA LINHA DE REJEICAO=================
       77 WRK-ORIGINAL PIC X(80) VALUE SPACES.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-DATA-REJEICAO PIC X(08) VALUE SPACES.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
       77 WRK-DISPOSICAO PIC X(14) VALUE SPACES.
       77 WRK-ENCERRA PIC X(01) VALUE 'N'.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-DIGITADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-DESCARTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-PULADOS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           OPEN INPUT REJEITADOS.
           IF FS-REJEITADOS NOT EQUAL 00
               MOVE "SEM PEDIDOS REJEITADOS" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT REJEITADOS-TMP.
           OPEN EXTEND DISPOSICAO.
           IF FS-DISPOSICAO EQUAL 35
               OPEN OUTPUT DISPOSICAO
               CLOSE DISPOSICAO
               OPEN EXTEND DISPOSICAO
           END-IF.
           OPEN INPUT OPERADOR-SESSAO.
           IF FS-SESSAO EQUAL 00
               READ OPERADOR-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-SESSAO TO WRK-OPERADOR
               END-READ
               CLOSE OPERADOR-SESSAO
           END-IF.

       0200-PROCESS SECTION.
           READ REJEITADOS.
           PERFORM UNTIL FS-REJEITADOS NOT EQUAL 00
                   OR WRK-ENCERRA EQUAL 'S'
               IF REG-REJEITADO NOT EQUAL SPACES
                   ADD 1 TO WRK-ACUM-LIDOS
                   PERFORM 0210-TRATA-REJEICAO
               END-IF
               IF WRK-ENCERRA NOT EQUAL 'S'
                   READ REJEITADOS
               END-IF
           END-PERFORM.
           IF WRK-ENCERRA EQUAL 'S'
               PERFORM 0215-PRESERVA-RESTANTES
           END-IF.

       0215-PRESERVA-RESTANTES SECTION.
      *==  AO ENCERRAR NO MEIO DA FILA, AS LINHAS AINDA NAO
      *==  EXAMINADAS SAO COPIADAS DE VOLTA INTACTAS
           READ REJEITADOS.
           PERFORM UNTIL FS-REJEITADOS NOT EQUAL 00
               MOVE REG-REJEITADO TO REG-REJ-TMP
               WRITE REG-REJ-TMP
               READ REJEITADOS
           END-PERFORM.

       0210-TRATA-REJEICAO SECTION.
      *==  LINHA DO ARQ063: ENTRADA(80) "  MOTIVO: " MOTIVO(30)
      *==  " EM " DATA(8)
           MOVE REG-REJEITADO (1:80) TO WRK-ORIGINAL.
           MOVE REG-REJEITADO (91:30) TO WRK-MOTIVO.
           MOVE REG-REJEITADO (125:8) TO WRK-DATA-REJEICAO.
           DISPLAY "===============================".
           DISPLAY "LINHA.....   " WRK-ORIGINAL.
           DISPLAY "MOTIVO....   " WRK-MOTIVO.
           DISPLAY "REJEITADA.   " WRK-DATA-REJEICAO.
           DISPLAY "DIGITAR PEDIDO, DESCARTAR, PULAR OU ENCERRAR"
               " (D/X/P/E)...".
           MOVE SPACES TO WRK-OPCAO.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE (WRK-OPCAO) TO WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 'D'
                   PERFORM 0220-DIGITA-PEDIDO
               WHEN 'X'
                   ADD 1 TO WRK-ACUM-DESCARTADOS
                   MOVE "DESCARTADO" TO WRK-DISPOSICAO
                   PERFORM 0250-GRAVA-DISPOSICAO
               WHEN 'E'
                   MOVE 'S' TO WRK-ENCERRA
                   PERFORM 0260-MANTEM-REJEITADO
               WHEN OTHER
                   ADD 1 TO WRK-ACUM-PULADOS
                   MOVE "PULADO" TO WRK-DISPOSICAO
                   PERFORM 0250-GRAVA-DISPOSICAO
                   PERFORM 0260-MANTEM-REJEITADO
           END-EVALUATE.

       0220-DIGITA-PEDIDO SECTION.
      *==  SO SAI DA FILA O QUE O OPERADOR CONFIRMA TER GRAVADO --
      *==  DESISTENCIA NA ENTRADA DE PEDIDOS MANTEM A LINHA
           CALL "ARQ027".
           DISPLAY "PEDIDO GRAVADO (S/N)...".
           MOVE SPACES TO WRK-OPCAO.
           ACCEPT WRK-OPCAO.
           IF WRK-OPCAO EQUAL 'S' OR WRK-OPCAO EQUAL 's'
               ADD 1 TO WRK-ACUM-DIGITADOS
               MOVE "DIGITADO" TO WRK-DISPOSICAO
               PERFORM 0250-GRAVA-DISPOSICAO
           ELSE
               ADD 1 TO WRK-ACUM-PULADOS
               MOVE "PULADO" TO WRK-DISPOSICAO
               PERFORM 0250-GRAVA-DISPOSICAO
               PERFORM 0260-MANTEM-REJEITADO
           END-IF.

       0250-GRAVA-DISPOSICAO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE SPACES TO REG-DISPOSICAO.
           STRING WRK-ORIGINAL DELIMITED BY SIZE
               "  DISPOSICAO: " DELIMITED BY SIZE
               WRK-DISPOSICAO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WRK-DATA-HORA (1:8) DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO REG-DISPOSICAO.
           WRITE REG-DISPOSICAO.

       0260-MANTEM-REJEITADO SECTION.
      *==  A LINHA ORIGINAL, COM A DATA DA REJEICAO, CONTINUA NO
      *==  ARQUIVO PARA A PROXIMA RODADA
           MOVE REG-REJEITADO TO REG-REJ-TMP.
           WRITE REG-REJ-TMP.

       0300-FINISH SECTION.
           CLOSE REJEITADOS.
           CLOSE REJEITADOS-TMP.
           CLOSE DISPOSICAO.
           PERFORM 0310-DEVOLVE-REJEITADOS.
           DISPLAY "================================".
           DISPLAY "LINHAS LIDAS.........: " WRK-ACUM-LIDOS.
           DISPLAY "PEDIDOS DIGITADOS....: " WRK-ACUM-DIGITADOS.
           DISPLAY "DESCARTADAS..........: " WRK-ACUM-DESCARTADOS.
           DISPLAY "PULADAS..............: " WRK-ACUM-PULADOS.
           DISPLAY "FIM DE PROGRAMA".

       0310-DEVOLVE-REJEITADOS SECTION.
           OPEN INPUT REJEITADOS-TMP.
           OPEN OUTPUT REJEITADOS.
           READ REJEITADOS-TMP.
           PERFORM UNTIL FS-REJ-TMP NOT EQUAL 00
               MOVE REG-REJ-TMP TO REG-REJEITADO
               WRITE REG-REJEITADO
               READ REJEITADOS-TMP
           END-PERFORM.
           CLOSE REJEITADOS-TMP.
           CLOSE REJEITADOS.
           OPEN OUTPUT REJEITADOS-TMP.
           CLOSE REJEITADOS-TMP.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
