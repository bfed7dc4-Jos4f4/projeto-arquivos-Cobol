       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ159.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: MODULO DE JORNAL DAS TABELAS DE REFERENCIA --
      *==            ACRESCENTA EM REFERENCIAS-JORNAL.TXT UMA LINHA
      *==            (VIDE JRNREG) COM O CARIMBO DE DATA/HORA, O
      *==            OPERADOR, O PROGRAMA E AS IMAGENS DE ANTES E
      *==            DEPOIS DE CADA INCLUSAO, ALTERACAO E EXCLUSAO;
      *==            CHAMADO PELAS MANUTENCOES DE DDD (ARQ051),
      *==            LIMITE DE CREDITO (ARQ068), FAIXAS DE CEP
      *==            (ARQ082), FERIADOS (ARQ091) E VENDEDORES (ARQ099)
      *==            E PELA APROVACAO DE LIMITE NO ARQ086
      *==  O JORNAL E CONSULTADO PELO ARQ160 E RESUMIDO NO RELATORIO
      *==  SEMANAL DO ARQ161
      *==  O ARQUIVO E ABERTO E FECHADO A CADA CHAMADA, COMO NO MODULO
      *==  DE CONTA CORRENTE (ARQ115), E CRIADO NA PRIMEIRA GRAVACAO
      *==  EM TEST O JORNAL E O REFERENCIAS-JORNAL-TEST.TXT, SALVO
      *==  QUANDO O CHAMADOR PEDE O DE PRODUCAO (JRP-AMBIENTE "PROD",
      *==  PROMOCAO DE TABELAS DO ARQ162)
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT JORNAL ASSIGN TO
               DYNAMIC WRK-CAMINHO-JORNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

           SELECT OPERADOR-SESSAO ASSIGN TO
               "OPERADOR-SESSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD JORNAL.
       01 REG-JORNAL.
           COPY JRNREG.

       FD OPERADOR-SESSAO.
       01 REG-SESSAO PIC X(04).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
       77 FS-JORNAL PIC 9(02) VALUE ZEROS.
       77 FS-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-OPERADOR PIC X(04) VALUE "????".

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-JORNAL PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       01 JRP-PARAMETROS.
           COPY JRPPRM.

       PROCEDURE DIVISION USING JRP-PARAMETROS.
       000-MAIN      SECTION.
           MOVE 'N' TO JRP-RESULTADO.
           PERFORM 0102-DETERMINA-AMBIENTE.
           PERFORM 0110-IDENTIFICA-OPERADOR.
           PERFORM 0200-GRAVA-JORNAL.
           GOBACK.

       0102-DETERMINA-AMBIENTE SECTION.
           MOVE "PROD" TO WRK-AMBIENTE.
           IF JRP-AMBIENTE NOT EQUAL SPACES
               MOVE JRP-AMBIENTE TO WRK-AMBIENTE
           ELSE
               OPEN INPUT AMBIENTE
               IF FS-AMBIENTE EQUAL 00
                   READ AMBIENTE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE REG-AMBIENTE TO WRK-AMBIENTE
                   END-READ
                   CLOSE AMBIENTE
               END-IF
           END-IF.
           EVALUATE WRK-AMBIENTE
               WHEN "TEST"
                   MOVE "REFERENCIAS-JORNAL-TEST.TXT" TO
                       WRK-CAMINHO-JORNAL
               WHEN OTHER
                   MOVE "REFERENCIAS-JORNAL.TXT" TO
                       WRK-CAMINHO-JORNAL
           END-EVALUATE.

       0110-IDENTIFICA-OPERADOR SECTION.
      *==  O CHAMADOR PODE INFORMAR O OPERADOR (APROVADOR DO ARQ086);
      *==  EM BRANCO VALE O OPERADOR DA SESSAO DO ARQ000
           MOVE "????" TO WRK-OPERADOR.
           IF JRP-OPERADOR NOT EQUAL SPACES
               MOVE JRP-OPERADOR TO WRK-OPERADOR
           ELSE
               OPEN INPUT OPERADOR-SESSAO
               IF FS-SESSAO EQUAL 00
                   READ OPERADOR-SESSAO
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE REG-SESSAO TO WRK-OPERADOR
                   END-READ
                   CLOSE OPERADOR-SESSAO
               END-IF
           END-IF.

       0200-GRAVA-JORNAL SECTION.
           OPEN EXTEND JORNAL.
           IF FS-JORNAL EQUAL 35
               OPEN OUTPUT JORNAL
               CLOSE JORNAL
               OPEN EXTEND JORNAL
           END-IF.
           IF FS-JORNAL EQUAL 00
               MOVE SPACES TO REG-JORNAL
               MOVE FUNCTION CURRENT-DATE (1:14) TO JRN-TIMESTAMP
               MOVE JRP-TABELA TO JRN-TABELA
               MOVE JRP-OPERACAO TO JRN-OPERACAO
               MOVE WRK-OPERADOR TO JRN-OPERADOR
               MOVE JRP-PROGRAMA TO JRN-PROGRAMA
               MOVE JRP-CHAVE TO JRN-CHAVE
               MOVE JRP-ANTES TO JRN-ANTES
               MOVE JRP-DEPOIS TO JRN-DEPOIS
               WRITE REG-JORNAL
               IF FS-JORNAL EQUAL 00
                   MOVE 'S' TO JRP-RESULTADO
               END-IF
               CLOSE JORNAL
           END-IF.
