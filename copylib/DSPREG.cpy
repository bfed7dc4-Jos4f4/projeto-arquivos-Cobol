      *=================================================================
      *==  COPY DSPREG -- LAYOUT DO REGISTRO DO ARQUIVO DE FATURAS EM
      *==  DISPUTA (FATURAS-DISPUTA.TXT) -- SATELITE DAS FATURAS: A
      *==  RECLAMACAO DE COBRANCA (OCORRENCIA CATEGORIA CO, ARQ073)
      *==  PODE APONTAR UMA FATURA ABERTA DO CLIENTE, QUE FICA RETIDA
      *==  ENQUANTO A OCORRENCIA ESTIVER ABERTA -- FORA DAS CARTAS DE
      *==  COBRANCA (ARQ067) E DA PROPOSTA DE BAIXA (ARQ117), NA
      *==  COLUNA "EM DISPUTA" DO AGING (ARQ064) E NO RELATORIO
      *==  SEMANAL DE DISPUTAS (ARQ119); O FECHAMENTO DA OCORRENCIA
      *==  NO ARQ073 LIBERA A FATURA
      *==  CHAVE: NUMERO DA FATURA; A CHAVE DA OCORRENCIA (ID +
      *==  SEQUENCIA, VIDE OCOREG) E CHAVE ALTERNATIVA COM DUPLICADAS
      *==  STATUS: A=EM DISPUTA  L=LIBERADA
      *=================================================================
           05 DSP-FAT-NUMERO     PIC 9(07).
           05 DSP-CHAVE-OCORRENCIA.
               10 DSP-ID-CLIENTE PIC 9(07).
               10 DSP-OCO-SEQUENCIA PIC 9(03).
           05 DSP-VALOR          PIC 9(07)V99.
           05 DSP-DATA-ABERTURA  PIC X(08).
           05 DSP-OPERADOR       PIC X(04).
           05 DSP-STATUS         PIC X(01).
           05 DSP-DATA-LIBERACAO PIC X(08).
