      *=================================================================
      *==  COPY CTIREG -- LAYOUT DO REGISTRO DO ARQUIVO DE ITENS DA
      *==  COTACAO (COTACOES-ITENS.TXT) -- UMA LINHA POR PRODUTO
      *==  COTADO, COM A CHAVE DA COTACAO (COTREG) + NUMERO DA LINHA,
      *==  NO MESMO FORMATO DAS LINHAS DO PEDIDO (ITPREG); O PRECO
      *==  UNITARIO E O VIGENTE NA DATA DA COTACAO E VALE ATE A
      *==  VALIDADE DELA
      *==  COT-VALOR DO CABECALHO = SOMA DE CTI-VALOR-LINHA
      *=================================================================
           05 CTI-CHAVE.
               10 CTI-ID-CLIENTE PIC 9(07).
               10 CTI-NUMERO     PIC 9(05).
               10 CTI-LINHA      PIC 9(03).
           05 CTI-PRODUTO        PIC X(06).
           05 CTI-QUANTIDADE     PIC 9(05).
           05 CTI-PRECO-UNIT     PIC 9(07)V99.
           05 CTI-VALOR-LINHA    PIC 9(07)V99.
