       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ094 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==            PENDENTES-REMESSA.TXT, QUE O ARQ053 CONSOME
      *==            PARA REINCLUI-LOS NA PROXIMA REMESSA
      *==  PRAZO EM CONCILIACAO-PARM.TXT (DIAS, PADRAO 7)
      *==  PESSOA JURIDICA E CONCILIADA PELO CNPJ (GRAVADO NO FIM DAS
      *==  LINHAS DE ENVIADOS E RESPONDIDOS, COM O CPF EM BRANCO)
      *==  O PENDENTE LEVA A DATA DO ENVIO (IDADE NA LISTA DE TRABALHO,
      *==  ARQ155); O PROGRAMA E CHAMADO TAMBEM DA LISTA DE TRABALHO
      *==  (ARQ156), POR ISSO TERMINA COM GOBACK
      *=================================================================

       ENVIRONMENT DIVISION.
           05 ENV-CPF            PIC X(11).
           05 FILLER             PIC X(01).
           05 ENV-DATA           PIC X(08).
           05 FILLER             PIC X(01).
           05 ENV-CNPJ           PIC X(14).

       FD RESPONDIDOS.
       01 REG-RESPONDIDO.
           05 RSP-CPF            PIC X(11).
           05 FILLER             PIC X(01).
           05 RSP-DATA           PIC X(08).
           05 FILLER             PIC X(01).
           05 RSP-CNPJ           PIC X(14).

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).
       01 REG-RELATORIO PIC X(80).

       FD PENDENTES.
       01 REG-PENDENTE.
           05 PND-CPF            PIC X(11).
           05 PND-CNPJ           PIC X(14).
           05 PND-DATA-ENVIO     PIC X(08).

       WORKING-STORAGE SECTION.
       77 FS-ENVIADOS PIC 9(02) VALUE ZEROS.
       77 WRK-INT-ENVIO PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-SEM-RESPOSTA PIC S9(05) VALUE ZEROS.
       77 WRK-PRAZO-DIAS PIC 9(03) VALUE 7.
       77 WRK-TIPO-DOC PIC X(04) VALUE SPACES.
       77 WRK-DOCUMENTO PIC X(14) VALUE SPACES.

      *===========CPFS RESPONDIDOS (CARGA UNICA)==============
      *==  A DATA DA RESPOSTA VAI JUNTO -- RESPOSTA DE REMESSA
           05 WRK-RSP-ITEM OCCURS 20000 TIMES
               INDEXED BY WRK-RSP-IDX.
               10 WRK-RSP-CPF      PIC X(11).
               10 WRK-RSP-CNPJ     PIC X(14).
               10 WRK-RSP-DATA     PIC X(08).
       77 WRK-RSP-TOTAL PIC 9(05) VALUE ZEROS.
       77 WRK-RSP-ACHADO PIC X(01) VALUE 'N'.
           PERFORM 0300-CONCILIA-ENVIADOS.
           PERFORM 0400-IMPRIME-COBERTURA.
           PERFORM 0500-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
                   IF WRK-RSP-TOTAL < 20000
                       ADD 1 TO WRK-RSP-TOTAL
                       MOVE RSP-CPF TO WRK-RSP-CPF (WRK-RSP-TOTAL)
                       MOVE RSP-CNPJ TO
                           WRK-RSP-CNPJ (WRK-RSP-TOTAL)
                       MOVE RSP-DATA TO
                           WRK-RSP-DATA (WRK-RSP-TOTAL)
                   END-IF
               UNTIL WRK-RSP-IDX > WRK-RSP-TOTAL
                   OR WRK-RSP-ACHADO EQUAL 'S'
               IF WRK-RSP-CPF (WRK-RSP-IDX) EQUAL ENV-CPF
                   AND WRK-RSP-CNPJ (WRK-RSP-IDX) EQUAL ENV-CNPJ
                   AND WRK-RSP-DATA (WRK-RSP-IDX) >= ENV-DATA
                   MOVE 'S' TO WRK-RSP-ACHADO
               END-IF
           IF WRK-DIAS-SEM-RESPOSTA > WRK-PRAZO-DIAS
               ADD 1 TO WRK-ACUM-COBRANCA
               MOVE SPACES TO REG-RELATORIO
               IF ENV-CNPJ NOT EQUAL SPACES
                   MOVE "CNPJ" TO WRK-TIPO-DOC
                   MOVE ENV-CNPJ TO WRK-DOCUMENTO
               ELSE
                   MOVE "CPF" TO WRK-TIPO-DOC
                   MOVE ENV-CPF TO WRK-DOCUMENTO
               END-IF
               STRING "COBRAR " DELIMITED BY SIZE
                   WRK-TIPO-DOC DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WRK-DOCUMENTO DELIMITED BY SPACE
                   " REMESSA " DELIMITED BY SIZE
                   ENV-SEQUENCIA DELIMITED BY SIZE
                   " ENVIADO " DELIMITED BY SIZE
                   " SEM RESPOSTA" DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE ENV-CPF TO PND-CPF
               MOVE ENV-CNPJ TO PND-CNPJ
               MOVE ENV-DATA TO PND-DATA-ENVIO
               WRITE REG-PENDENTE
           END-IF.

           CLOSE RELATORIO.
           CLOSE PENDENTES.
           DISPLAY "================================".
           DISPLAY "DOCUMENTOS ENVIADOS..: " WRK-ACUM-ENVIADOS.
           DISPLAY "COM RESPOSTA.........: " WRK-ACUM-RESPONDIDOS.
           DISPLAY "EM COBRANCA..........: " WRK-ACUM-COBRANCA.
           DISPLAY "RELATORIO EM RELATORIO-CONCILIACAO.TXT".
