      *==            PREFERENCIAL 'S' REPETIDO NO MESMO TIPO --
      *==            RELATORIO ORDENADO POR SEVERIDADE (VIA SORT,
      *==            COMO O ARQ044); RODA COMO ETAPA DA CADEIA
      *==            NOTURNA (ARQ036) -- A SITUACAO DE CADA CLIENTE
      *==            VEM DA FOTO DO CADASTRO GRAVADA PELO ARQ168,
      *==            LIDA PELA CHAVE REG-ID
      *==  SEVERIDADE: 1=GRAVE  2=MEDIA  3=LEVE
      *=================================================================

               FILE STATUS IS FS-AMBIENTE.

           SELECT CLIENTES ASSIGN TO
               "CLIENTES-FOTO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-ID
               FILE STATUS IS FS-CLIENTES.

           SELECT PEDIDOS ASSIGN TO
       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.
           COPY FOTREG.

       FD PEDIDOS.
       01 REG-PEDIDOS.
      *==  EXTERNAL LEVA O MESMO STATUS DE VOLTA AO DRIVER DA
      *==  CADEIA DENTRO DA MESMA EXECUCAO
       01 CADEIA-RETORNO EXTERNAL PIC 9(02).

      *===========FOTO DO CADASTRO (ARQ168)===================
      *==  'S' ENQUANTO A CADEIA NOTURNA (ARQ036) ESTA RODANDO, COM
      *==  A FOTO DO DIA JA GRAVADA EM CLIENTES-FOTO.TXT
       01 CADEIA-FOTO EXTERNAL PIC X(01).
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-PEDIDOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CONTATOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CONSENTE PIC X(30) VALUE SPACES.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           PERFORM 0104-PREPARA-FOTO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
           END-IF.
           EVALUATE WRK-AMBIENTE
               WHEN "TEST"
                   MOVE "PEDIDOS-TEST.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "CONTATOS-TEST.txt" TO WRK-CAMINHO-CONTATOS
                   MOVE "CONSENTIMENTO-TEST.txt" TO
                   MOVE "OCORRENCIAS-TEST.txt" TO
                       WRK-CAMINHO-OCORRENCIAS
               WHEN "DEV"
                   MOVE "PEDIDOS-DEV.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "CONTATOS-DEV.txt" TO WRK-CAMINHO-CONTATOS
                   MOVE "CONSENTIMENTO-DEV.txt" TO
                   MOVE "OCORRENCIAS-DEV.txt" TO
                       WRK-CAMINHO-OCORRENCIAS
               WHEN OTHER
                   MOVE "\PEDIDOS.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "\CONTATOS.txt" TO WRK-CAMINHO-CONTATOS
                   MOVE "\CONSENTIMENTO.txt" TO
                       WRK-CAMINHO-OCORRENCIAS
           END-EVALUATE.

       0104-PREPARA-FOTO SECTION.
      *==  DENTRO DA CADEIA NOTURNA A FOTO JA FOI TIRADA PELO ARQ168
      *==  (ETAPA 3) E TODAS AS ETAPAS LEEM A MESMA; EXECUCAO AVULSA
      *==  TIRA UMA FOTO NOVA ANTES DE LER
           IF CADEIA-FOTO NOT EQUAL 'S'
               CALL "ARQ168"
               IF RETURN-CODE NOT EQUAL ZERO
                   MOVE "FOTO DO CADASTRO NAO GERADA" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
           END-IF.

       0200-PROCESS SECTION.
           SORT SORT-WORK
               ASCENDING KEY SD-SEVERIDADE SD-ARQUIVO SD-ID
