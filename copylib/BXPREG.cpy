      *=================================================================
      *==  COPY BXPREG -- LAYOUT DO REGISTRO DO ARQUIVO DE BAIXAS POR
      *==  PERDA (BAIXAS-PERDA.TXT) -- SATELITE DAS FATURAS: UMA
      *==  FATURA ABERTA HA MAIS DIAS QUE O LIMITE E PROPOSTA PARA
      *==  BAIXA PELO ARQ117, PASSA PELA FILA DE APROVACOES (APRREG,
      *==  CAMPO "BAIX") E, APROVADA NO ARQ086 POR OUTRO OPERADOR
      *==  NIVEL 3, VAI PARA FAT-STATUS 'B' COM ESTE REGISTRO
      *==  CHAVE: NUMERO DA FATURA (O CLIENTE E O PEDIDO VEM DELA)
      *==  STATUS: B=BAIXADA  R=RECUPERADA (PAGA DEPOIS DA BAIXA --
      *==          ARQ065/ARQ066 GRAVAM A DATA E O VALOR RECEBIDO)
      *=================================================================
           05 BXP-FAT-NUMERO     PIC 9(07).
           05 BXP-VALOR          PIC 9(07)V99.
           05 BXP-DATA-VENCTO    PIC X(08).
           05 BXP-DATA-BAIXA     PIC X(08).
           05 BXP-APR-NUMERO     PIC 9(05).
           05 BXP-OPER-PROPOS    PIC X(04).
           05 BXP-OPER-APROVOU   PIC X(04).
           05 BXP-STATUS         PIC X(01).
           05 BXP-DATA-RECUPER   PIC X(08).
           05 BXP-VALOR-RECUPER  PIC 9(07)V99.
