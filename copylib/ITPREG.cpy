      *=================================================================
      *==  COPY ITPREG -- LAYOUT DO REGISTRO DO ARQUIVO DE ITENS DO
      *==  PEDIDO (PEDIDOS-ITENS.TXT) -- O REGISTRO DE PEDIDOS
      *==  (PEDREG) PASSA A SER O CABECALHO: CADA PRODUTO PEDIDO
      *==  VIRA UMA LINHA AQUI, COM A MESMA CHAVE COMPOSTA DO
      *==  PEDIDO + NUMERO DA LINHA; GRAVADO PELA ENTRADA DE PEDIDOS
      *==  (ARQ027, ARQ063, ARQ095) E LIDO PELO CICLO DE VIDA
      *==  (ARQ061) E PELA GERACAO DE FATURAS (ARQ064)
      *==  PED-VALOR DO CABECALHO = SOMA DE ITP-VALOR-LINHA
      *==  VALORES: 9(07)V99 SEM PONTO DECIMAL, COMO PED-VALOR
      *=================================================================
           05 ITP-CHAVE.
               10 ITP-ID-CLIENTE PIC 9(07).
               10 ITP-SEQUENCIA  PIC 9(05).
               10 ITP-LINHA      PIC 9(03).
           05 ITP-PRODUTO        PIC X(06).
           05 ITP-QUANTIDADE     PIC 9(05).
           05 ITP-PRECO-UNIT     PIC 9(07)V99.
           05 ITP-VALOR-LINHA    PIC 9(07)V99.
