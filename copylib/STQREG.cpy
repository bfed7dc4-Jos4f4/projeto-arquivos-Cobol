      *=================================================================
      *==  COPY STQREG -- LAYOUT DO REGISTRO DO ARQUIVO DE ESTOQUE
      *==  (ESTOQUE.TXT), UM REGISTRO POR PRD-CODIGO DO CATALOGO --
      *==  ATUALIZADO SO PELO MODULO DE ESTOQUE (ARQ102) E LIDO PELO
      *==  RELATORIO DE REPOSICAO (ARQ104)
      *==  SALDO: QUANTIDADE FISICA EM MAOS
      *==  RESERVADO: QUANTIDADE COMPROMETIDA COM PEDIDOS ABERTOS
      *==  (RESERVADA NA ENTRADA DO PEDIDO, LIBERADA NO CANCELAMENTO
      *==  E BAIXADA DO SALDO NO FATURAMENTO)
      *==  DISPONIVEL = SALDO - RESERVADO
      *==  PONTO-PEDIDO: DISPONIVEL ABAIXO DELE ENTRA NA REPOSICAO
      *==  PRODUTO SEM REGISTRO AQUI NAO TEM CONTROLE DE ESTOQUE
      *=================================================================
           05 STQ-PRODUTO        PIC X(06).
           05 STQ-SALDO          PIC 9(07).
           05 STQ-RESERVADO      PIC 9(07).
           05 STQ-PONTO-PEDIDO   PIC 9(07).
           05 STQ-DATA-ENTRADA   PIC X(08).
           05 STQ-DATA-MOVTO     PIC X(08).
