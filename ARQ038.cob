      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO GERENCIAL MENSAL DO CADASTRO -- EM UMA
      *==            UNICA LEITURA DA FOTO DO CADASTRO (ARQ168)
      *==            TOTALIZA AS
      *==            INCLUSOES POR MES (REG-DATA-CADASTRO) COM A
      *==            VARIACAO MES A MES, A DIVISAO ATIVO/INATIVO, A
      *==            DIVISAO MOVEL/FIXA (REG-TIPO-LINHA) E OS DDD
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO
               "CLIENTES-FOTO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ID
               FILE STATUS IS FS-CLIENTES.

           SELECT RELATORIO ASSIGN TO

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.
           COPY FOTREG.

       FD RELATORIO.
       01 REG-RELATORIO PIC X(80).
      *==  EXTERNAL LEVA O MESMO STATUS DE VOLTA AO DRIVER DA
      *==  CADEIA DENTRO DA MESMA EXECUCAO
       01 CADEIA-RETORNO EXTERNAL PIC 9(02).

      *===========FOTO DO CADASTRO (ARQ168)===================
      *==  'S' ENQUANTO A CADEIA NOTURNA (ARQ036) ESTA RODANDO, COM
      *==  A FOTO DO DIA JA GRAVADA EM CLIENTES-FOTO.TXT
       01 CADEIA-FOTO EXTERNAL PIC X(01).
       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-RELATORIO PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-EXEC PIC X(08) VALUE SPACES.

      *===========INCLUSOES POR MES (AAAAMM)==================
       01 WRK-TAB-MES.
           05 WRK-MES-ITEM OCCURS 60 TIMES INDEXED BY WRK-MES-IDX.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0104-PREPARA-FOTO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "ARQUIVO NAO FOI ABERTO" TO WRK-MSG-ERRO
           OPEN OUTPUT RELATORIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-EXEC.

       0104-PREPARA-FOTO SECTION.
      *==  DENTRO DA CADEIA NOTURNA A FOTO JA FOI TIRADA PELO ARQ168
      *==  (ETAPA 3) E TODAS AS ETAPAS LEEM A MESMA; EXECUCAO AVULSA
      *==  PELO MENU TIRA UMA FOTO NOVA ANTES DE LER
           IF CADEIA-FOTO NOT EQUAL 'S'
               CALL "ARQ168"
               IF RETURN-CODE NOT EQUAL ZERO
                   MOVE "FOTO DO CADASTRO NAO GERADA" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
           END-IF.

       0200-PROCESS SECTION.
           READ CLIENTES.
