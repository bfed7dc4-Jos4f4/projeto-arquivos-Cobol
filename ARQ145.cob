       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ145 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: EXPIRACAO NOTURNA DOS PONTOS DE FIDELIDADE --
      *==            PERCORRE O EXTRATO DE PONTOS (PONTOS-FIDELIDADE,
      *==            VIDE PNTREG) E, PARA CADA CLIENTE, LANCA COMO
      *==            EXPIRACAO ('EX', MODULO ARQ144) OS PONTOS DE
      *==            ACUMULOS CUJA VALIDADE JA PASSOU E QUE AINDA NAO
      *==            FORAM CONSUMIDOS; RODA NA CADEIA NOTURNA (ARQ036)
      *==  OS DEBITOS (ESTORNO, RESGATE E EXPIRACOES ANTERIORES, MENOS
      *==  O RESGATE DEVOLVIDO) CONSOMEM OS ACUMULOS MAIS ANTIGOS
      *==  PRIMEIRO: EXPIRA O QUE OS ACUMULOS VENCIDOS TEM A MAIS QUE
      *==  ESSES DEBITOS -- POR ISSO RODAR DUAS VEZES NO MESMO DIA NAO
      *==  EXPIRA NADA A MAIS
      *==  O PONTO QUE VENCE HOJE AINDA VALE HOJE -- SO EXPIRA NA NOITE
      *==  SEGUINTE, COMO AS COTACOES DO ARQ140
      *==  A PRIMEIRA PASSADA SO LE O EXTRATO E GUARDA NA TABELA O QUE
      *==  EXPIRA POR CLIENTE; A SEGUNDA GRAVA PELO MODULO, QUE ABRE O
      *==  ARQUIVO POR CONTA PROPRIA. CLIENTE ALEM DA CAPACIDADE DA
      *==  TABELA FICA PARA A NOITE SEGUINTE E E TOTALIZADO
      *==  SEM EXTRATO DE PONTOS NAO HA O QUE EXPIRAR E A ETAPA TERMINA
      *==  NORMALMENTE
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT PONTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PONTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PNT-CHAVE
               FILE STATUS IS FS-PONTOS.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD PONTOS.
       01 REG-PONTOS.
           COPY PNTREG.

       WORKING-STORAGE SECTION.

      *===========RETORNO DA ETAPA PARA A CADEIA (ARQ036)=====
      *==  RETURN-CODE E O STATUS DE SAIDA DO PROCESSO PARA O
      *==  ESCALONADOR; COMO OS PROGRAMAS SAO INITIAL, O ITEM
      *==  EXTERNAL LEVA O MESMO STATUS DE VOLTA AO DRIVER DA
      *==  CADEIA DENTRO DA MESMA EXECUCAO
       01 CADEIA-RETORNO EXTERNAL PIC 9(02).
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-PONTOS PIC X(30) VALUE SPACES.

       77 FS-PONTOS PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC X(08) VALUE SPACES.

      *===========CLIENTE CORRENTE NA LEITURA DO EXTRATO======
       77 WRK-ID-CORRENTE PIC 9(07) VALUE ZEROS.
       77 WRK-VENCIDOS PIC 9(09) VALUE ZEROS.
       77 WRK-DEBITOS PIC S9(09) VALUE ZEROS.
       77 WRK-SALDO-CLIENTE PIC 9(09) VALUE ZEROS.
       77 WRK-A-EXPIRAR PIC S9(09) VALUE ZEROS.

      *===========PONTOS A EXPIRAR POR CLIENTE================
       01 WRK-TAB-EXPIRACAO.
           05 WRK-EXP-ITEM OCCURS 5000 TIMES.
               10 WRK-EXP-ID     PIC 9(07).
               10 WRK-EXP-PONTOS PIC 9(07).
       77 WRK-EXP-TOTAL PIC 9(04) VALUE ZEROS.
       77 WRK-EXP-IDX PIC 9(04) VALUE ZEROS.

      *===========PONTOS DE FIDELIDADE (ARQ144)===============
       01 WRK-PNP-PARAMETROS.
           COPY PNPPRM.

      *================ACUMULADORES===================================
       77 WRK-ACUM-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-ACUM-CLIENTES PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-EXPIRADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-PONTOS PIC 9(09) VALUE ZEROS.
       77 WRK-ACUM-ADIADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ERROS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           OPEN INPUT PONTOS.
           IF FS-PONTOS EQUAL 35
               DISPLAY "NENHUM PONTO DE FIDELIDADE LANCADO"
               GOBACK
           END-IF.
           IF FS-PONTOS NOT EQUAL 00
               MOVE "EXTRATO DE PONTOS NAO ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

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
                   MOVE "PONTOS-FIDELIDADE-TEST.txt" TO
                       WRK-CAMINHO-PONTOS
               WHEN "DEV"
                   MOVE "PONTOS-FIDELIDADE-DEV.txt" TO
                       WRK-CAMINHO-PONTOS
               WHEN OTHER
                   MOVE "\PONTOS-FIDELIDADE.txt" TO
                       WRK-CAMINHO-PONTOS
           END-EVALUATE.

       0200-PROCESS SECTION.
           READ PONTOS.
           IF FS-PONTOS EQUAL 00
               MOVE PNT-ID-CLIENTE TO WRK-ID-CORRENTE
               PERFORM 0205-ZERA-CLIENTE
           END-IF.
           PERFORM UNTIL FS-PONTOS NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDOS
               IF PNT-ID-CLIENTE NOT EQUAL WRK-ID-CORRENTE
                   PERFORM 0220-FECHA-CLIENTE
                   MOVE PNT-ID-CLIENTE TO WRK-ID-CORRENTE
                   PERFORM 0205-ZERA-CLIENTE
               END-IF
               PERFORM 0210-ACUMULA-LANCAMENTO
               READ PONTOS
           END-PERFORM.
           IF WRK-ACUM-LIDOS > ZERO
               PERFORM 0220-FECHA-CLIENTE
           END-IF.
           CLOSE PONTOS.
           PERFORM VARYING WRK-EXP-IDX FROM 1 BY 1
               UNTIL WRK-EXP-IDX > WRK-EXP-TOTAL
               PERFORM 0230-LANCA-EXPIRACAO
           END-PERFORM.

       0205-ZERA-CLIENTE SECTION.
           MOVE ZEROS TO WRK-VENCIDOS.
           MOVE ZEROS TO WRK-DEBITOS.
           MOVE ZEROS TO WRK-SALDO-CLIENTE.
           ADD 1 TO WRK-ACUM-CLIENTES.

       0210-ACUMULA-LANCAMENTO SECTION.
      *==  O RESGATE DEVOLVIDO ('CR') DESFAZ UM DEBITO; O ACUMULO SO
      *==  CONTA QUANDO A VALIDADE JA PASSOU
           MOVE PNT-SALDO TO WRK-SALDO-CLIENTE.
           EVALUATE TRUE
               WHEN PNT-TIPO EQUAL "AC"
                   IF PNT-VALIDADE < WRK-DATA-HOJE
                       ADD PNT-PONTOS TO WRK-VENCIDOS
                   END-IF
               WHEN PNT-TIPO EQUAL "CR"
                   SUBTRACT PNT-PONTOS FROM WRK-DEBITOS
               WHEN PNT-NATUREZA EQUAL 'D'
                   ADD PNT-PONTOS TO WRK-DEBITOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0220-FECHA-CLIENTE SECTION.
           COMPUTE WRK-A-EXPIRAR = WRK-VENCIDOS - WRK-DEBITOS.
           IF WRK-A-EXPIRAR > WRK-SALDO-CLIENTE
               MOVE WRK-SALDO-CLIENTE TO WRK-A-EXPIRAR
           END-IF.
           IF WRK-A-EXPIRAR > ZERO
               IF WRK-EXP-TOTAL < 5000
                   ADD 1 TO WRK-EXP-TOTAL
                   MOVE WRK-ID-CORRENTE TO WRK-EXP-ID (WRK-EXP-TOTAL)
                   MOVE WRK-A-EXPIRAR TO
                       WRK-EXP-PONTOS (WRK-EXP-TOTAL)
               ELSE
                   ADD 1 TO WRK-ACUM-ADIADOS
               END-IF
           END-IF.

       0230-LANCA-EXPIRACAO SECTION.
           MOVE 'X' TO PNP-FUNCAO.
           MOVE WRK-EXP-ID (WRK-EXP-IDX) TO PNP-ID-CLIENTE.
           MOVE "VENC " TO PNP-DOCUMENTO.
           MOVE WRK-DATA-HOJE TO PNP-DOCUMENTO (6:8).
           MOVE ZEROS TO PNP-VALOR.
           MOVE WRK-EXP-PONTOS (WRK-EXP-IDX) TO PNP-PONTOS.
           MOVE "ARQ145" TO PNP-PROGRAMA.
           CALL "ARQ144" USING WRK-PNP-PARAMETROS.
           IF PNP-RESULTADO EQUAL 'S'
               ADD 1 TO WRK-ACUM-EXPIRADOS
               ADD PNP-PONTOS TO WRK-ACUM-PONTOS
           ELSE
               ADD 1 TO WRK-ACUM-ERROS
               DISPLAY "ERRO AO EXPIRAR PONTOS DO CLIENTE "
                   WRK-EXP-ID (WRK-EXP-IDX)
           END-IF.

       0300-FINISH SECTION.
           DISPLAY "================================".
           DISPLAY "LANCAMENTOS LIDOS....: " WRK-ACUM-LIDOS.
           DISPLAY "CLIENTES NO EXTRATO..: " WRK-ACUM-CLIENTES.
           DISPLAY "COM EXPIRACAO........: " WRK-ACUM-EXPIRADOS.
           DISPLAY "PONTOS EXPIRADOS.....: " WRK-ACUM-PONTOS.
           DISPLAY "ADIADOS (TABELA).....: " WRK-ACUM-ADIADOS.
           DISPLAY "ERROS NA GRAVACAO....: " WRK-ACUM-ERROS.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           MOVE 8 TO CADEIA-RETORNO.
           GOBACK.
