      *=================================================================
      *==  COPY PRIREG -- LAYOUT DO REGISTRO DO ARQUIVO DE ITENS DO
      *==  PEDIDO PROGRAMADO (PEDIDOS-PROGRAMADOS-ITENS.TXT) -- UMA
      *==  LINHA POR PRODUTO, COM A CHAVE DA PROGRAMACAO (PRGREG) +
      *==  NUMERO DA LINHA, NUMERADAS A PARTIR DE 1 SEM BURACOS
      *==  NAO HA PRECO NA LINHA: CADA PEDIDO GERADO SAI COM O PRECO
      *==  VIGENTE NA DATA DA GERACAO (ARQ106)
      *=================================================================
           05 PRI-CHAVE.
               10 PRI-ID-CLIENTE PIC 9(07).
               10 PRI-NUMERO     PIC 9(03).
               10 PRI-LINHA      PIC 9(03).
           05 PRI-PRODUTO        PIC X(06).
           05 PRI-QUANTIDADE     PIC 9(05).
