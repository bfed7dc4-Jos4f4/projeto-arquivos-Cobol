       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ163 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: REGISTRO DAS SOLICITACOES DO TITULAR DE DADOS
      *==            (LGPD) -- INCLUI A SOLICITACAO DE ACESSO,
      *==            CORRECAO, PORTABILIDADE OU ELIMINACAO (VIDE
      *==            LGPREG) COM O CPF, O CANAL, A DATA DE RECEBIMENTO
      *==            E A DATA LIMITE LEGAL EM DIAS CORRIDOS; ENCERRA A
      *==            SOLICITACAO ATENDIDA FORA DO SISTEMA E CONSULTA
      *==            AS SOLICITACOES EM ABERTO COM O PRAZO
      *==  A CARTA DE RESPOSTA E GERADA PELO ARQ164, QUE TAMBEM
      *==  ENCERRA A SOLICITACAO; A ELIMINACAO SEGUE PELO ARQ042 E A
      *==  CORRECAO PELA ALTERACAO DE SEMPRE, ENCERRANDO-SE AQUI
      *==  PRAZO NA 1A LINHA DE LGPD-PARM.TXT (DIAS, PADRAO 15)
      *==  CPF QUE NAO CONSTA DO CADASTRO TAMBEM E REGISTRADO -- A
      *==  RESPOSTA INFORMA QUE NAO HA DADOS DO TITULAR
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

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

           SELECT SOLICITACOES ASSIGN TO
               DYNAMIC WRK-CAMINHO-LGPD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGP-NUMERO
               FILE STATUS IS FS-LGPD.

           SELECT PARAMETROS ASSIGN TO
               "LGPD-PARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT OPERADOR-SESSAO ASSIGN TO
               "OPERADOR-SESSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.

       FD SOLICITACOES.
       01 REG-LGPD.
           COPY LGPREG.

       FD PARAMETROS.
       01 REG-PARAMETRO PIC X(10).

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-LGPD PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-LGPD PIC 9(02) VALUE ZEROS.
       77 FS-PARAMETROS PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.
       77 WRK-OPERADOR PIC X(04) VALUE "????".

      *===========VALIDACAO DO CPF E DA DATA (ARQ033)=========
       01 WRK-VAL-PARAMETROS.
           COPY VALPRM.

      *===========PRAZO LEGAL=================================
       77 WRK-PRAZO-DIAS PIC 9(03) VALUE 15.
       77 WRK-DATA-INT PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-RESTANTES PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-EDIT PIC -ZZZ9.

      *===========VARIAVEIS DE ENTRADA DE DADOS============
       77 WRK-OPERACAO PIC X(01) VALUE SPACES.
       77 WRK-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-CPF PIC X(11) VALUE SPACES.
       77 WRK-TIPO PIC X(01) VALUE SPACES.
       77 WRK-CANAL PIC X(01) VALUE SPACES.
       77 WRK-RECEBIDA PIC X(08) VALUE SPACES.
       77 WRK-OBSERVACAO PIC X(40) VALUE SPACES.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       77 WRK-ENTRADA-OK PIC X(01) VALUE 'S'.
       77 WRK-TIPO-DESC PIC X(13) VALUE SPACES.
       77 WRK-CANAL-DESC PIC X(10) VALUE SPACES.

      *===========NUMERACAO E CONSULTA DAS SOLICITACOES=======
       77 WRK-ULTIMO-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-LISTA PIC X(01) VALUE 'N'.

      *================ACUMULADORES===================================
       77 WRK-ACUM-ABERTAS PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-VENCIDAS PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           PERFORM 0105-LE-PARAMETROS.
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
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O SOLICITACOES.
           IF FS-LGPD EQUAL 35
               OPEN OUTPUT SOLICITACOES
               CLOSE SOLICITACOES
               OPEN I-O SOLICITACOES
           END-IF.
           IF FS-LGPD NOT EQUAL 00
               MOVE "LGPD-SOLICITACOES NAO ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "SOLICITACOES DO TITULAR DE DADOS (LGPD)".
           DISPLAY "OPERACAO (I=INCLUIR E=ENCERRAR C=CONSULTAR"
               " ABERTAS)...".
           ACCEPT WRK-OPERACAO.

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
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "LGPD-SOLICITACOES-TEST.txt" TO
                       WRK-CAMINHO-LGPD
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "LGPD-SOLICITACOES-DEV.txt" TO
                       WRK-CAMINHO-LGPD
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\LGPD-SOLICITACOES.txt" TO
                       WRK-CAMINHO-LGPD
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
               END-READ
               CLOSE PARAMETROS
           END-IF.

       0200-PROCESS SECTION.
           EVALUATE WRK-OPERACAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0210-INCLUI-SOLICITACAO
               WHEN 'E'
               WHEN 'e'
                   PERFORM 0250-ENCERRA-SOLICITACAO
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0260-CONSULTA-ABERTAS
               WHEN OTHER
                   DISPLAY "OPERACAO INVALIDA"
           END-EVALUATE.

       0210-INCLUI-SOLICITACAO SECTION.
           MOVE 'S' TO WRK-ENTRADA-OK.
           DISPLAY "CPF DO TITULAR (11 DIGITOS)...".
           ACCEPT WRK-CPF.
           MOVE 'C' TO VAL-FUNCAO.
           MOVE WRK-CPF TO VAL-VALOR.
           CALL "ARQ033" USING WRK-VAL-PARAMETROS.
           IF VAL-RESULTADO NOT EQUAL 'S'
               DISPLAY "CPF INVALIDO -- " VAL-MENSAGEM
               MOVE 'N' TO WRK-ENTRADA-OK
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0215-ACEITA-TIPO-CANAL
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0220-ACEITA-RECEBIMENTO
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               PERFORM 0230-PROCURA-TITULAR
               PERFORM 0240-GRAVA-SOLICITACAO
           ELSE
               DISPLAY "SOLICITACAO NAO REGISTRADA"
           END-IF.

       0215-ACEITA-TIPO-CANAL SECTION.
           DISPLAY "TIPO (A=ACESSO C=CORRECAO P=PORTABILIDADE"
               " E=ELIMINACAO)...".
           ACCEPT WRK-TIPO.
           MOVE FUNCTION UPPER-CASE (WRK-TIPO) TO WRK-TIPO.
           IF WRK-TIPO NOT EQUAL 'A' AND WRK-TIPO NOT EQUAL 'C'
               AND WRK-TIPO NOT EQUAL 'P' AND WRK-TIPO NOT EQUAL 'E'
               DISPLAY "TIPO INVALIDO"
               MOVE 'N' TO WRK-ENTRADA-OK
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               DISPLAY "CANAL (E=EMAIL T=TELEFONE C=CARTA P=PRESENCIAL"
                   " S=SITE)..."
               ACCEPT WRK-CANAL
               MOVE FUNCTION UPPER-CASE (WRK-CANAL) TO WRK-CANAL
               IF WRK-CANAL NOT EQUAL 'E' AND WRK-CANAL NOT EQUAL 'T'
                   AND WRK-CANAL NOT EQUAL 'C'
                   AND WRK-CANAL NOT EQUAL 'P'
                   AND WRK-CANAL NOT EQUAL 'S'
                   DISPLAY "CANAL INVALIDO"
                   MOVE 'N' TO WRK-ENTRADA-OK
               END-IF
           END-IF.

       0220-ACEITA-RECEBIMENTO SECTION.
      *==  O PRAZO CORRE DA DATA EM QUE O PEDIDO CHEGOU, QUE PODE SER
      *==  ANTERIOR AO REGISTRO (CARTA, EMAIL DE DIAS ATRAS)
           DISPLAY "RECEBIDA EM AAAAMMDD (ENTER=" WRK-DATA-HOJE ")...".
           MOVE SPACES TO WRK-RECEBIDA.
           ACCEPT WRK-RECEBIDA.
           IF WRK-RECEBIDA EQUAL SPACES
               MOVE WRK-DATA-HOJE TO WRK-RECEBIDA
           END-IF.
           MOVE 'D' TO VAL-FUNCAO.
           MOVE WRK-RECEBIDA TO VAL-VALOR.
           CALL "ARQ033" USING WRK-VAL-PARAMETROS.
           IF VAL-RESULTADO NOT EQUAL 'S'
               DISPLAY "DATA INVALIDA -- " VAL-MENSAGEM
               MOVE 'N' TO WRK-ENTRADA-OK
           ELSE
               IF WRK-RECEBIDA > WRK-DATA-HOJE
                   DISPLAY "RECEBIMENTO POSTERIOR A HOJE"
                   MOVE 'N' TO WRK-ENTRADA-OK
               END-IF
           END-IF.
           IF WRK-ENTRADA-OK EQUAL 'S'
               COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-RECEBIDA))
                   + WRK-PRAZO-DIAS
               COMPUTE WRK-DATA-LIMITE =
                   FUNCTION DATE-OF-INTEGER (WRK-DATA-INT)
               DISPLAY "OBSERVACAO..."
               MOVE SPACES TO WRK-OBSERVACAO
               ACCEPT WRK-OBSERVACAO
           END-IF.

       0230-PROCURA-TITULAR SECTION.
           MOVE WRK-CPF TO REG-CPF.
           READ CLIENTES KEY IS REG-CPF
               INVALID KEY
                   MOVE ZEROS TO REG-ID
                   DISPLAY "CPF NAO CONSTA DO CADASTRO"
               NOT INVALID KEY
                   DISPLAY "TITULAR...   " REG-ID " " REG-NOME
           END-READ.

       0240-GRAVA-SOLICITACAO SECTION.
           PERFORM 0245-GERA-NUMERO.
           MOVE SPACES TO REG-LGPD.
           COMPUTE LGP-NUMERO = WRK-ULTIMO-NUMERO + 1.
           MOVE WRK-CPF TO LGP-CPF.
           MOVE WRK-TIPO TO LGP-TIPO.
           MOVE WRK-CANAL TO LGP-CANAL.
           MOVE WRK-RECEBIDA TO LGP-DATA-RECEBIDA.
           MOVE WRK-DATA-LIMITE TO LGP-DATA-LIMITE.
           MOVE 'A' TO LGP-SITUACAO.
           MOVE REG-ID TO LGP-ID-CLIENTE.
           MOVE WRK-OPERADOR TO LGP-OPERADOR.
           MOVE WRK-OBSERVACAO TO LGP-OBSERVACAO.
           WRITE REG-LGPD
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A SOLICITACAO"
               NOT INVALID KEY
                   DISPLAY "SOLICITACAO " LGP-NUMERO " REGISTRADA"
                   DISPLAY "DATA LIMITE PARA A RESPOSTA: "
                       LGP-DATA-LIMITE
           END-WRITE.

       0245-GERA-NUMERO SECTION.
      *==  A ULTIMA SOLICITACAO DO ARQUIVO DA O NUMERO DA PROXIMA
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           MOVE 'N' TO WRK-FIM-LISTA.
           MOVE ZEROS TO LGP-NUMERO.
           START SOLICITACOES KEY IS NOT LESS THAN LGP-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-LISTA
           END-START.
           PERFORM UNTIL WRK-FIM-LISTA EQUAL 'S'
               READ SOLICITACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LISTA
                   NOT AT END
                       MOVE LGP-NUMERO TO WRK-ULTIMO-NUMERO
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-LGPD.

       0250-ENCERRA-SOLICITACAO SECTION.
      *==  SOLICITACAO ATENDIDA SEM A CARTA DO ARQ164 (CORRECAO FEITA
      *==  NO CADASTRO, ELIMINACAO PELO ARQ042, DESISTENCIA)
           DISPLAY "NUMERO DA SOLICITACAO...".
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO LGP-NUMERO.
           READ SOLICITACOES
               INVALID KEY
                   DISPLAY "SOLICITACAO NAO ENCONTRADA"
               NOT INVALID KEY
                   IF LGP-SITUACAO NOT EQUAL 'A'
                       DISPLAY "SOLICITACAO JA ENCERRADA EM "
                           LGP-DATA-RESPOSTA
                   ELSE
                       PERFORM 0270-EXIBE-SOLICITACAO
                       PERFORM 0255-CONFIRMA-ENCERRAMENTO
                   END-IF
           END-READ.

       0255-CONFIRMA-ENCERRAMENTO SECTION.
           DISPLAY "CONFIRMA O ENCERRAMENTO (S/N)...".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
               DISPLAY "OBSERVACAO (COMO FOI ATENDIDA)..."
               MOVE SPACES TO WRK-OBSERVACAO
               ACCEPT WRK-OBSERVACAO
               MOVE 'R' TO LGP-SITUACAO
               MOVE WRK-DATA-HOJE TO LGP-DATA-RESPOSTA
               MOVE WRK-OPERADOR TO LGP-OPERADOR
               IF WRK-OBSERVACAO NOT EQUAL SPACES
                   MOVE WRK-OBSERVACAO TO LGP-OBSERVACAO
               END-IF
               REWRITE REG-LGPD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O ENCERRAMENTO"
                   NOT INVALID KEY
                       DISPLAY "SOLICITACAO ENCERRADA"
               END-REWRITE
           ELSE
               DISPLAY "SOLICITACAO MANTIDA EM ABERTO"
           END-IF.

       0260-CONSULTA-ABERTAS SECTION.
           MOVE 'N' TO WRK-FIM-LISTA.
           MOVE ZEROS TO LGP-NUMERO.
           START SOLICITACOES KEY IS NOT LESS THAN LGP-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-LISTA
           END-START.
           PERFORM UNTIL WRK-FIM-LISTA EQUAL 'S'
               READ SOLICITACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LISTA
                   NOT AT END
                       IF LGP-SITUACAO EQUAL 'A'
                           ADD 1 TO WRK-ACUM-ABERTAS
                           PERFORM 0270-EXIBE-SOLICITACAO
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "================================".
           DISPLAY "SOLICITACOES EM ABERTO..: " WRK-ACUM-ABERTAS.
           DISPLAY "JA VENCIDAS.............: " WRK-ACUM-VENCIDAS.

       0270-EXIBE-SOLICITACAO SECTION.
           EVALUATE LGP-TIPO
               WHEN 'A'
                   MOVE "ACESSO" TO WRK-TIPO-DESC
               WHEN 'C'
                   MOVE "CORRECAO" TO WRK-TIPO-DESC
               WHEN 'P'
                   MOVE "PORTABILIDADE" TO WRK-TIPO-DESC
               WHEN 'E'
                   MOVE "ELIMINACAO" TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE LGP-TIPO TO WRK-TIPO-DESC
           END-EVALUATE.
           EVALUATE LGP-CANAL
               WHEN 'E'
                   MOVE "EMAIL" TO WRK-CANAL-DESC
               WHEN 'T'
                   MOVE "TELEFONE" TO WRK-CANAL-DESC
               WHEN 'C'
                   MOVE "CARTA" TO WRK-CANAL-DESC
               WHEN 'P'
                   MOVE "PRESENCIAL" TO WRK-CANAL-DESC
               WHEN 'S'
                   MOVE "SITE" TO WRK-CANAL-DESC
               WHEN OTHER
                   MOVE LGP-CANAL TO WRK-CANAL-DESC
           END-EVALUATE.
           COMPUTE WRK-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(LGP-DATA-LIMITE))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WRK-DATA-HOJE)).
           MOVE WRK-DIAS-RESTANTES TO WRK-DIAS-EDIT.
           DISPLAY "===============================".
           DISPLAY "SOLICITACAO..   " LGP-NUMERO "  " WRK-TIPO-DESC
               "  VIA " WRK-CANAL-DESC.
           DISPLAY "CPF..........   " LGP-CPF "  CLIENTE "
               LGP-ID-CLIENTE.
           DISPLAY "RECEBIDA EM..   " LGP-DATA-RECEBIDA
               "  LIMITE " LGP-DATA-LIMITE.
           IF WRK-DIAS-RESTANTES < ZERO
               ADD 1 TO WRK-ACUM-VENCIDAS
               COMPUTE WRK-DIAS-EDIT = ZERO - WRK-DIAS-RESTANTES
               DISPLAY "PRAZO........   VENCIDA HA " WRK-DIAS-EDIT
                   " DIA(S)"
           ELSE
               DISPLAY "PRAZO........   " WRK-DIAS-EDIT
                   " DIA(S) RESTANTES"
           END-IF.
           DISPLAY "OBSERVACAO...   " LGP-OBSERVACAO.

       0300-FINISH SECTION.
           CLOSE CLIENTES.
           CLOSE SOLICITACOES.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
