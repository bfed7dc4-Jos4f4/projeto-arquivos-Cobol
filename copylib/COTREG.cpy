      *=================================================================
      *==  COPY COTREG -- LAYOUT DO REGISTRO DO ARQUIVO DE COTACOES
      *==  (COTACOES.TXT) -- O CABECALHO DA COTACAO DE VENDA, CHAVE
      *==  ID DO CLIENTE + NUMERO DA COTACAO (SEQUENCIAL POR CLIENTE,
      *==  COMO O PEDIDO); AS LINHAS FICAM EM COTACOES-ITENS (CTIREG)
      *==  DIGITADA E MANTIDA PELO ARQ139, CONVERTIDA EM PEDIDO NA
      *==  MESA DE PEDIDOS (ARQ095), VENCIDA PELA CADEIA NOTURNA
      *==  (ARQ140) E RESUMIDA POR VENDEDOR NO ARQ141
      *==  STATUS: A=ABERTA  C=CONVERTIDA EM PEDIDO  E=EXPIRADA
      *==          P=PERDIDA
      *==  COT-PED-SEQUENCIA = SEQUENCIA DO PEDIDO GERADO NA
      *==  CONVERSAO (ZERO ENQUANTO NAO CONVERTIDA)
      *==  VALORES: 9(07)V99 SEM PONTO DECIMAL, COMO PED-VALOR
      *=================================================================
           05 COT-CHAVE.
               10 COT-ID-CLIENTE  PIC 9(07).
               10 COT-NUMERO      PIC 9(05).
           05 COT-DATA            PIC X(08).
           05 COT-VALIDADE        PIC X(08).
           05 COT-VENDEDOR        PIC X(03).
           05 COT-DESCRICAO       PIC X(40).
           05 COT-VALOR           PIC 9(07)V99.
           05 COT-STATUS          PIC X(01).
           05 COT-DATA-STATUS     PIC X(08).
           05 COT-PED-SEQUENCIA   PIC 9(05).
           05 COT-OPERADOR        PIC X(04).
