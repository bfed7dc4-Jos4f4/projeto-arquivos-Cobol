      *=================================================================
      *==  COPY CPGREG -- LAYOUT DO REGISTRO DA TABELA DE CONDICOES
      *==  DE PAGAMENTO (CONDICOES-PAGAMENTO.TXT), MANTIDA PELO
      *==  ARQ110 -- CADA CONDICAO DIZ EM QUANTAS PARCELAS A FATURA
      *==  DO PEDIDO E DIVIDIDA E O PRAZO (DIAS CORRIDOS A PARTIR
      *==  DA EMISSAO) DE CADA PARCELA, EX.: 003 = 30/60/90
      *==  A ENTRADA DE PEDIDOS (ARQ027, ARQ063, ARQ095) GRAVA O
      *==  CODIGO NO SATELITE PEDIDOS-CONDICAO (PCPREG) E O
      *==  FATURAMENTO (ARQ064) GERA UMA FATURA POR PARCELA
      *=================================================================
           05 CPG-CODIGO         PIC X(03).
           05 FILLER             PIC X(01).
           05 CPG-DESCRICAO      PIC X(20).
           05 FILLER             PIC X(01).
           05 CPG-PARCELAS       PIC 9(02).
           05 CPG-PRAZOS OCCURS 12 TIMES.
               10 FILLER         PIC X(01).
               10 CPG-PRAZO      PIC 9(03).
