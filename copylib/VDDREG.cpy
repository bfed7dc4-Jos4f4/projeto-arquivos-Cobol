      *==  ENDERECO DO CLIENTE QUANDO O CODIGO NAO E INFORMADO E O
      *==  RELATORIO DE COMISSAO (ARQ100) TOTALIZA POR VENDEDOR E
      *==  TERRITORIO
      *==  A COTACAO DE VENDA (ARQ139) TAMBEM LEVA O VENDEDOR DA TABELA
      *==  E O ARQ141 RESUME A CONVERSAO DAS COTACOES POR VENDEDOR
      *==  AS METAS DE VENDAS (METREG, ARQ148) SAO POR VENDEDOR DESTA
      *==  TABELA E O ATINGIMENTO SAI NO ARQ149
      *==  A FAIXA DESTA TABELA E A ATUAL; O VENDEDOR DE CADA DATA
      *==  SAI DO HISTORICO DE TERRITORIOS (THSREG) E DA CARTEIRA
      *==  (CARREG) PELO MODULO ARQ150 -- O REALINHAMENTO (ARQ151)
      *==  GRAVA SO NO HISTORICO
      *=================================================================
           05 VDD-CODIGO         PIC X(03).
           05 FILLER             PIC X(01).
