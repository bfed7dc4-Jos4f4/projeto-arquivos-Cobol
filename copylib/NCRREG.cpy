      *=================================================================
      *==  COPY NCRREG -- LAYOUT DO REGISTRO DO ARQUIVO DE NOTAS DE
      *==  CREDITO (NOTAS-CREDITO.TXT), GRAVADO PELA DEVOLUCAO DE
      *==  MERCADORIA (ARQ108) CONTRA UM PEDIDO FATURADO E LIDO PELOS
      *==  RELATORIOS DE RECEITA (ARQ069) E DE COMISSAO (ARQ100), QUE
      *==  LANCAM O VALOR COMO NEGATIVO NO MES DA NOTA
      *==  CHAVE: NUMERO SEQUENCIAL DA NOTA; A CHAVE DO PEDIDO DE
      *==  ORIGEM (ID + SEQUENCIA, VIDE PEDREG) E CHAVE ALTERNATIVA
      *==  COM DUPLICATAS -- UM PEDIDO PODE TER VARIAS DEVOLUCOES
      *==  PARCIAIS; AS LINHAS DEVOLVIDAS FICAM EM NCIREG
      *==  VALOR = VALOR-ABATIDO (DESCONTADO DO SALDO EM ABERTO DA
      *==  FATURA) + VALOR-CREDITO (FATURA JA PAGA: CREDITO A FAVOR
      *==  DO CLIENTE)
      *==  SITUACAO: D=CREDITO DISPONIVEL PARA O CLIENTE
      *==            Q=QUITADA (TODO O VALOR FOI ABATIDO DA FATURA)
      *==  TIPO: T=DEVOLUCAO TOTAL  P=DEVOLUCAO PARCIAL
      *=================================================================
           05 NCR-NUMERO         PIC 9(07).
           05 NCR-CHAVE-PEDIDO.
               10 NCR-ID-CLIENTE PIC 9(07).
               10 NCR-SEQUENCIA  PIC 9(05).
           05 NCR-FAT-NUMERO     PIC 9(07).
           05 NCR-DATA           PIC X(08).
           05 NCR-TIPO           PIC X(01).
           05 NCR-MOTIVO         PIC X(02).
           05 NCR-VALOR          PIC 9(07)V99.
           05 NCR-VALOR-ABATIDO  PIC 9(07)V99.
           05 NCR-VALOR-CREDITO  PIC 9(07)V99.
           05 NCR-SITUACAO       PIC X(01).
           05 NCR-OPERADOR       PIC X(04).
