      *=================================================================
      *==  COPY PCPREG -- LAYOUT DO REGISTRO DO ARQUIVO DE CONDICAO
      *==  DE PAGAMENTO POR PEDIDO (PEDIDOS-CONDICAO.TXT) -- O
      *==  LAYOUT DO PEDIDO (PEDREG) NAO MUDA: A CONDICAO DE CADA
      *==  PEDIDO FICA NESTE SATELITE COM A MESMA CHAVE COMPOSTA,
      *==  COMO O VENDEDOR (PDVREG); GRAVADO PELA ENTRADA DE PEDIDOS
      *==  (ARQ027, ARQ063, ARQ095) E LIDO PELO FATURAMENTO (ARQ064)
      *==  PEDIDO SEM LINHA NESTE ARQUIVO FATURA EM PARCELA UNICA
      *==  A 30 DIAS
      *=================================================================
           05 PCP-CHAVE.
               10 PCP-ID-CLIENTE PIC 9(07).
               10 PCP-SEQUENCIA  PIC 9(05).
           05 PCP-CONDICAO       PIC X(03).
