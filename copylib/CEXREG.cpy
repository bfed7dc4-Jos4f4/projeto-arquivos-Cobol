      *=================================================================
      *==  COPY CEXREG -- LAYOUT DO REGISTRO DO ARQUIVO DE FATURAS EM
      *==  COBRANCA EXTERNA (COBRANCA-EXTERNA.TXT) -- SATELITE DAS
      *==  FATURAS: A FATURA QUE PASSOU PELO CICLO DE CARTAS (ARQ067)
      *==  SEM PAGAMENTO E ENVIADA A UMA AGENCIA DE COBRANCA PELA
      *==  REMESSA MENSAL DO ARQ122 E O RETORNO DA AGENCIA (ARQ123)
      *==  REGISTRA O VALOR COBRADO, A TAXA E O LIQUIDO REPASSADO, OU
      *==  A DEVOLUCAO DA FATURA; A FATURA EM AGENCIA FICA FORA DAS
      *==  CARTAS DO ARQ067 E APARECE NO DOSSIE (ARQ060) E NA MESA DE
      *==  PEDIDOS (ARQ095); O ARQ124 COMPARA ENVIADO E RECUPERADO
      *==  POR AGENCIA
      *==  CHAVE: NUMERO DA FATURA; O ID DO CLIENTE E CHAVE
      *==  ALTERNATIVA COM DUPLICADAS
      *==  STATUS: E=EM COBRANCA NA AGENCIA
      *==          P=PAGA VIA AGENCIA (COBRADO, TAXA E LIQUIDO)
      *==          R=DEVOLVIDA PELA AGENCIA SEM RECEBIMENTO
      *==          D=PAGA DIRETO AO CREDOR (RETORNO BANCARIO, ARQ065)
      *=================================================================
           05 CEX-FAT-NUMERO     PIC 9(07).
           05 CEX-ID-CLIENTE     PIC 9(07).
           05 CEX-AGENCIA        PIC X(03).
           05 CEX-DATA-ENVIO     PIC X(08).
           05 CEX-VALOR-ENVIADO  PIC 9(07)V99.
           05 CEX-DIAS-ATRASO    PIC 9(05).
           05 CEX-STATUS         PIC X(01).
           05 CEX-DATA-RETORNO   PIC X(08).
           05 CEX-VALOR-COBRADO  PIC 9(07)V99.
           05 CEX-VALOR-TAXA     PIC 9(07)V99.
           05 CEX-VALOR-LIQUIDO  PIC 9(07)V99.
