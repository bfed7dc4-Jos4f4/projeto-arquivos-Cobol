      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: DRIVER DA CADEIA NOTURNA COMPLETA -- EXECUTA EM
      *==            SEQUENCIA O BACKUP (ARQ021), O EXPURGO (ARQ017),
      *==            A FOTO DO CADASTRO LIDA PELAS ETAPAS DE
      *==            RELATORIO SEGUINTES (ARQ168),
      *==            A LISTAGEM POR NOME (ARQ013), OS TELEFONES
      *==            DUPLICADOS (ARQ020), A EXPORTACAO CSV (ARQ014),
      *==            O CONSOLIDADO (ARQ019), O RELATORIO GERENCIAL
      *==            POR NOME (ARQ076), A AUDITORIA DE
      *==            INTEGRIDADE REFERENCIAL (ARQ071) E, SO NO
      *==            PRIMEIRO DIA UTIL DO MES, O ENSAIO DE
      *==            RECUPERACAO DE DESASTRE (ARQ089), E A
      *==            REPOSICAO DE ESTOQUE (ARQ104) E, TAMBEM SO
      *==            NO PRIMEIRO DIA UTIL DO MES, A PONTUACAO
      *==            INTERNA DE CREDITO COM A REVISAO DOS LIMITES
      *==            (ARQ132); TODA NOITE, A EXPIRACAO DAS COTACOES
      *==            VENCIDAS (ARQ140), A GERACAO DOS PEDIDOS
      *==            PROGRAMADOS DO DIA (ARQ143) E A EXPIRACAO DOS
      *==            PONTOS DE FIDELIDADE VENCIDOS (ARQ145), A
      *==            TRIAGEM DE PEDIDOS SUSPEITOS (ARQ152), O
      *==            RELATORIO DIARIO DAS FILAS DE TRABALHO (ARQ157),
      *==            O RELATORIO DE PRAZOS DAS SOLICITACOES LGPD
      *==            (ARQ165), A PREVISAO DE RECEBIMENTOS DAS 8
      *==            SEMANAS SEGUINTES (ARQ167), OS AVISOS DE
      *==            SEGURANCA DE ALTERACAO DE CONTATO (ARQ169),
      *==            REGISTRANDO CADA ETAPA
      *==            CONCLUIDA NO ARQUIVO DE CONTROLE BATCH-CONTROLE;
      *==            UMA REEXECUCAO NO MESMO DIA PULA AS ETAPAS JA
      *===========RETORNO DA ETAPA (VIDE NOTA NOS PROGRAMAS)==
       01 CADEIA-RETORNO EXTERNAL PIC 9(02).

      *===========FOTO DO CADASTRO (ARQ168)===================
      *==  'S' ENQUANTO A CADEIA RODA -- AS ETAPAS DE RELATORIO LEEM
      *==  A FOTO TIRADA NA ETAPA 3 EM VEZ DE TIRAR OUTRA
       01 CADEIA-FOTO EXTERNAL PIC X(01).

      *===========DIAS UTEIS (ARQ092)=========================
       01 WRK-DUT-PARAMETROS.
           COPY DUTPRM.

      *===========TABELA DAS ETAPAS DA CADEIA NOTURNA=========
       77 WRK-TOTAL-ETAPAS PIC 9(02) VALUE 21.
       01 WRK-TAB-ETAPAS.
           05 WRK-ETAPA OCCURS 30 TIMES.
               10 WRK-ETAPA-PROGRAMA PIC X(08).
               10 WRK-ETAPA-STATUS   PIC X(01).
               10 WRK-ETAPA-HORA     PIC X(06).
       0100-INICIALIZE SECTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO CADEIA-RETORNO.
           MOVE SPACE TO CADEIA-FOTO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
      *==  EM DIA NAO UTIL (FIM DE SEMANA OU FERIADO DO ARQ091) A
      *==  CADEIA NAO RODA -- RELATORIO VAZIO SO ATRAPALHA A MANHA
           END-IF.
           MOVE "ARQ021" TO WRK-ETAPA-PROGRAMA (1).
           MOVE "ARQ017" TO WRK-ETAPA-PROGRAMA (2).
           MOVE "ARQ168" TO WRK-ETAPA-PROGRAMA (3).
           MOVE "ARQ013" TO WRK-ETAPA-PROGRAMA (4).
           MOVE "ARQ020" TO WRK-ETAPA-PROGRAMA (5).
           MOVE "ARQ014" TO WRK-ETAPA-PROGRAMA (6).
           MOVE "ARQ019" TO WRK-ETAPA-PROGRAMA (7).
           MOVE "ARQ038" TO WRK-ETAPA-PROGRAMA (8).
           MOVE "ARQ076" TO WRK-ETAPA-PROGRAMA (9).
           MOVE "ARQ071" TO WRK-ETAPA-PROGRAMA (10).
           MOVE "ARQ089" TO WRK-ETAPA-PROGRAMA (11).
           MOVE "ARQ104" TO WRK-ETAPA-PROGRAMA (12).
           MOVE "ARQ132" TO WRK-ETAPA-PROGRAMA (13).
           MOVE "ARQ140" TO WRK-ETAPA-PROGRAMA (14).
           MOVE "ARQ143" TO WRK-ETAPA-PROGRAMA (15).
           MOVE "ARQ145" TO WRK-ETAPA-PROGRAMA (16).
           MOVE "ARQ152" TO WRK-ETAPA-PROGRAMA (17).
           MOVE "ARQ157" TO WRK-ETAPA-PROGRAMA (18).
           MOVE "ARQ165" TO WRK-ETAPA-PROGRAMA (19).
           MOVE "ARQ167" TO WRK-ETAPA-PROGRAMA (20).
           MOVE "ARQ169" TO WRK-ETAPA-PROGRAMA (21).
           PERFORM VARYING WRK-ETAPA-IDX FROM 1 BY 1
               UNTIL WRK-ETAPA-IDX > WRK-TOTAL-ETAPAS
               MOVE 'P' TO WRK-ETAPA-STATUS (WRK-ETAPA-IDX)
               MOVE SPACES TO WRK-ETAPA-HORA (WRK-ETAPA-IDX)
               MOVE ZEROS TO WRK-ETAPA-SEGUNDOS (WRK-ETAPA-IDX)
           PERFORM 0112-LE-PRAZO-JANELA.
           PERFORM 0114-VERIFICA-DIA-DE-ENSAIO.
           PERFORM 0110-LE-CONTROLE.
      *==  A ETAPA 3 SEMPRE RODA (OU JA RODOU HOJE) ANTES DAS ETAPAS
      *==  QUE LEEM A FOTO -- NUMA REEXECUCAO DO MESMO DIA ELAS LEEM
      *==  A FOTO JA TIRADA, O MESMO RETRATO DAS ETAPAS CONCLUIDAS
           MOVE 'S' TO CADEIA-FOTO.

       0112-LE-PRAZO-JANELA SECTION.
           OPEN INPUT JANELA-PARM.
           COMPUTE WRK-PRAZO-SEGUNDOS = WRK-PRAZO-MINUTOS * 60.

       0114-VERIFICA-DIA-DE-ENSAIO SECTION.
      *==  O ENSAIO DE RECUPERACAO (ARQ089, ETAPA 11) E A PONTUACAO
      *==  DE CREDITO (ARQ132, ETAPA 13) SO RODAM NO PRIMEIRO DIA
      *==  UTIL DO MES -- A CADEIA SO CHEGA AQUI EM
      *==  DIA UTIL, ENTAO BASTA NENHUM DIA ANTERIOR DO MES SER
      *==  UTIL
           MOVE 'S' TO WRK-ENSAIO-DEVIDO.
           READ BATCH-CONTROLE.
           PERFORM UNTIL FS-CONTROLE NOT EQUAL 00
               MOVE CTL-ETAPA TO WRK-ETAPA-NUM
      *==  A ETAPA SO E APROVEITADA SE O PROGRAMA CONFERE -- UM
      *==  CONTROLE GRAVADO ANTES DE UMA MUDANCA NA NUMERACAO DAS
      *==  ETAPAS NAO MARCA A ETAPA ERRADA COMO CONCLUIDA
               IF WRK-ETAPA-NUM >= 1
                   AND WRK-ETAPA-NUM <= WRK-TOTAL-ETAPAS
                   AND CTL-PROGRAMA EQUAL
                       WRK-ETAPA-PROGRAMA (WRK-ETAPA-NUM)
                   MOVE CTL-STATUS TO
                       WRK-ETAPA-STATUS (WRK-ETAPA-NUM)
                   MOVE CTL-HORA TO WRK-ETAPA-HORA (WRK-ETAPA-NUM)
           MOVE WRK-DATA-HOJE TO REG-CONTROLE (1:8).
           WRITE REG-CONTROLE.
           PERFORM VARYING WRK-GRAVA-IDX FROM 1 BY 1
               UNTIL WRK-GRAVA-IDX > WRK-TOTAL-ETAPAS
               MOVE SPACES TO REG-CONTROLE
               MOVE WRK-GRAVA-IDX TO CTL-ETAPA
               MOVE WRK-ETAPA-PROGRAMA (WRK-GRAVA-IDX) TO CTL-PROGRAMA

       0200-PROCESS SECTION.
           PERFORM VARYING WRK-ETAPA-IDX FROM 1 BY 1
               UNTIL WRK-ETAPA-IDX > WRK-TOTAL-ETAPAS
                   OR WRK-FALHA EQUAL 'S'
               IF WRK-ETAPA-STATUS (WRK-ETAPA-IDX) EQUAL 'C'
                   ADD 1 TO WRK-ACUM-PULADAS
                       WRK-ETAPA-PROGRAMA (WRK-ETAPA-IDX)
                       ") JA CONCLUIDA -- PULADA"
               ELSE
                IF (WRK-ETAPA-IDX EQUAL 11 OR WRK-ETAPA-IDX EQUAL 13)
                   AND WRK-ENSAIO-DEVIDO NOT EQUAL 'S'
      *==  FORA DO PRIMEIRO DIA UTIL DO MES AS ETAPAS MENSAIS SAO
      *==  MARCADAS COMO CONCLUIDAS SEM EXECUTAR -- O CONTROLE DO DIA
      *==  FICA COMPLETO E A REEXECUCAO NAO TENTA RODA-LAS
                   ADD 1 TO WRK-ACUM-PULADAS
                   DISPLAY "ETAPA " WRK-ETAPA-IDX " ("
                       WRK-ETAPA-PROGRAMA (WRK-ETAPA-IDX)
                       ") SO RODA NO PRIMEIRO DIA UTIL DO MES -- PULADA"
                   MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
                   MOVE 'C' TO WRK-ETAPA-STATUS (WRK-ETAPA-IDX)
                   MOVE WRK-DATA-HORA (9:6) TO
               WHEN 2
                   CALL "ARQ017"
               WHEN 3
                   CALL "ARQ168"
               WHEN 4
                   CALL "ARQ013"
               WHEN 5
                   CALL "ARQ020"
               WHEN 6
                   CALL "ARQ014"
               WHEN 7
                   CALL "ARQ019"
               WHEN 8
                   CALL "ARQ038"
               WHEN 9
                   CALL "ARQ076"
               WHEN 10
                   CALL "ARQ071"
               WHEN 11
                   CALL "ARQ089"
               WHEN 12
                   CALL "ARQ104"
               WHEN 13
                   CALL "ARQ132"
               WHEN 14
                   CALL "ARQ140"
               WHEN 15
                   CALL "ARQ143"
               WHEN 16
                   CALL "ARQ145"
               WHEN 17
                   CALL "ARQ152"
               WHEN 18
                   CALL "ARQ157"
               WHEN 19
                   CALL "ARQ165"
               WHEN 20
                   CALL "ARQ167"
               WHEN 21
                   CALL "ARQ169"
           END-EVALUATE.

       0220-GRAVA-TEMPO SECTION.
           CLOSE TEMPOS.

       0300-FINISH SECTION.
           MOVE SPACE TO CADEIA-FOTO.
           PERFORM 0310-GRAVA-RESUMO.
           PERFORM 0320-RELATORIO-JANELA.
           IF WRK-TOTAL-SEGUNDOS > WRK-PRAZO-SEGUNDOS
           MOVE ALL "-" TO REG-RELJANELA.
           WRITE REG-RELJANELA.
           PERFORM VARYING WRK-ETAPA-IDX FROM 1 BY 1
               UNTIL WRK-ETAPA-IDX > WRK-TOTAL-ETAPAS
               IF WRK-ETAPA-SEGUNDOS (WRK-ETAPA-IDX) > ZERO
                   OR WRK-ETAPA-STATUS (WRK-ETAPA-IDX) EQUAL 'C'
                   PERFORM 0325-MEDIA-DO-HISTORICO
           MOVE ALL "-" TO REG-RESUMO.
           WRITE REG-RESUMO.
           PERFORM VARYING WRK-ETAPA-IDX FROM 1 BY 1
               UNTIL WRK-ETAPA-IDX > WRK-TOTAL-ETAPAS
               EVALUATE WRK-ETAPA-STATUS (WRK-ETAPA-IDX)
                   WHEN 'C'
                       MOVE "CONCLUIDA" TO WRK-STATUS-DESC
