      *=================================================================
      *==  COPY MVEPRM -- AREA DE PARAMETROS DO MODULO DE ESTOQUE
      *==  (ARQ102), CHAMADO PELA ENTRADA DE PEDIDOS (ARQ027, ARQ063,
      *==  ARQ095), PELO CICLO DE VIDA DO PEDIDO (ARQ061) E PELA
      *==  ENTRADA DE MERCADORIA (ARQ103)
      *==  FUNCAO: C=CONSULTA (MVE-QUANTIDADE CABE NO DISPONIVEL?)
      *==          R=RESERVA MVE-QUANTIDADE (PEDIDO ACEITO)
      *==          L=LIBERA A RESERVA (PEDIDO CANCELADO)
      *==          B=BAIXA DO SALDO E DA RESERVA (PEDIDO FATURADO)
      *==          E=ENTRADA DE MERCADORIA NO SALDO
      *==          P=GRAVA O PONTO DE PEDIDO (MVE-PONTO-PEDIDO)
      *==  RESULTADO: S=OK  I=DISPONIVEL INSUFICIENTE (NA RESERVA A
      *==  QUANTIDADE E RESERVADA ASSIM MESMO -- QUEM RECUSA E O
      *==  CHAMADOR, ANTES, PELA CONSULTA)  N=PRODUTO SEM CONTROLE
      *==  DE ESTOQUE  E=ERRO NO ARQUIVO DE ESTOQUE
      *==  NA VOLTA: SALDO, RESERVADO, DISPONIVEL E PONTO DE PEDIDO
      *==  DO PRODUTO DEPOIS DA OPERACAO
      *=================================================================
           05 MVE-FUNCAO         PIC X(01).
           05 MVE-PRODUTO        PIC X(06).
           05 MVE-QUANTIDADE     PIC 9(07).
           05 MVE-PONTO-PEDIDO   PIC 9(07).
           05 MVE-RESULTADO      PIC X(01).
           05 MVE-SALDO          PIC 9(07).
           05 MVE-RESERVADO      PIC 9(07).
           05 MVE-DISPONIVEL     PIC 9(07).
