      *==  SATELITE COM A MESMA CHAVE COMPOSTA, GRAVADO PELA ENTRADA
      *==  DE PEDIDOS (ARQ027, ARQ063, ARQ095) E LIDO PELO RELATORIO
      *==  DE COMISSAO (ARQ100)
      *==  PEDIDO SEM SATELITE FICA COM O VENDEDOR VIGENTE NA DATA
      *==  DO PEDIDO (MODULO ARQ150)
      *=================================================================
           05 PDV-CHAVE.
               10 PDV-ID-CLIENTE PIC 9(07).
