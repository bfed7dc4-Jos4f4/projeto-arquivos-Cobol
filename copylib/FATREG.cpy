      *==  DO RETORNO BANCARIO
      *==  CHAVE: NUMERO SEQUENCIAL DA FATURA; A CHAVE DO PEDIDO DE
      *==  ORIGEM (ID + SEQUENCIA, VIDE PEDREG) E CHAVE ALTERNATIVA
      *==  PARA QUE O MESMO PEDIDO NAO GERE DUAS FATURAS -- COM A
      *==  CONDICAO DE PAGAMENTO PARCELADA (CPGREG) CADA PARCELA E
      *==  UMA FATURA COM NUMERO, VALOR E VENCIMENTO PROPRIOS, E O
      *==  NUMERO DA PARCELA ENTRA NA CHAVE ALTERNATIVA; PEDIDO SEM
      *==  CONDICAO TEM UMA UNICA PARCELA 01 DE 01
      *==  STATUS: A=ABERTA  P=PAGA  C=QUITADA POR NOTA DE CREDITO
      *==          B=BAIXADA POR PERDA (ARQ117/ARQ086, VIDE BXPREG)
      *==  FAT-VALOR E O SALDO EM ABERTO: A DEVOLUCAO DE MERCADORIA
      *==  (ARQ108) ABATE DELE O VALOR DA NOTA DE CREDITO (NCRREG)
      *==  FAT-VALOR-ICMS: ICMS DESTACADO NA EMISSAO DA PARCELA (UF DO
      *==  CLIENTE X CLASSE FISCAL DOS PRODUTOS, VIDE ARQ129) -- E
      *==  INFORMATIVO, NAO ENTRA NO SALDO NEM NA CONTA CORRENTE E NAO
      *==  MUDA COM PAGAMENTO OU DEVOLUCAO; FATURAS ANTERIORES AO
      *==  CALCULO (CONVERSAO DO ARQ131) FICAM COM ZERO
      *=================================================================
           05 FAT-NUMERO         PIC 9(07).
           05 FAT-CHAVE-PEDIDO.
               10 FAT-ID-CLIENTE PIC 9(07).
               10 FAT-SEQUENCIA  PIC 9(05).
               10 FAT-PARCELA    PIC 9(02).
           05 FAT-VALOR          PIC 9(07)V99.
           05 FAT-DATA-EMISSAO   PIC X(08).
           05 FAT-DATA-VENCTO    PIC X(08).
           05 FAT-STATUS         PIC X(01).
           05 FAT-DATA-PAGTO     PIC X(08).
           05 FAT-QTDE-PARCELAS  PIC 9(02).
           05 FAT-VALOR-ICMS     PIC 9(07)V99.
