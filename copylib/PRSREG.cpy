      *=================================================================
      *==  COPY PRSREG -- LAYOUT DO REGISTRO DO ARQUIVO DE RESGATE DE
      *==  PONTOS POR PEDIDO (PEDIDOS-RESGATE.TXT) -- SATELITE COM A
      *==  MESMA CHAVE COMPOSTA DO PEDIDO, COMO A CONDICAO (PCPREG);
      *==  GRAVADO PELA MESA DE PEDIDOS (ARQ095) QUANDO O CLIENTE
      *==  TROCA PONTOS DE FIDELIDADE POR DESCONTO E LIDO PELO
      *==  FATURAMENTO (ARQ064), QUE ABATE O DESCONTO DO TOTAL DAS
      *==  LINHAS DO PEDIDO
      *=================================================================
           05 PRS-CHAVE.
               10 PRS-ID-CLIENTE PIC 9(07).
               10 PRS-SEQUENCIA  PIC 9(05).
           05 PRS-DATA           PIC X(08).
           05 PRS-PONTOS         PIC 9(07).
           05 PRS-VALOR-DESCONTO PIC 9(07)V99.
