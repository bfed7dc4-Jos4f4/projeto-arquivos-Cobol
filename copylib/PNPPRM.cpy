      *=================================================================
      *==  COPY PNPPRM -- AREA DE PARAMETROS DO MODULO DE PONTOS DE
      *==  FIDELIDADE (ARQ144), CHAMADO POR QUEM MOVIMENTA OU CONSULTA
      *==  OS PONTOS DO CLIENTE
      *==  FUNCAO: A=ACUMULA PONTOS SOBRE PNP-VALOR (VALOR PAGO)
      *==          E=ESTORNA O ACUMULO SOBRE PNP-VALOR (DEVOLVIDO)
      *==          R=RESGATA PNP-PONTOS -- PNP-VALOR VOLTA COM O
      *==            DESCONTO EM REAIS
      *==          C=DEVOLVE O QUE FOI RESGATADO NO PNP-DOCUMENTO
      *==            (PEDIDO CANCELADO)
      *==          X=EXPIRA PNP-PONTOS
      *==          S=SO CONSULTA O SALDO
      *==  PNP-PONTOS VOLTA COM OS PONTOS EFETIVAMENTE LANCADOS E
      *==  PNP-VALOR-PONTO COM O VALOR DE UM PONTO NO RESGATE
      *==  RESULTADO: S=LANCAMENTO GRAVADO OU SALDO CONSULTADO
      *==             (PNP-SALDO = SALDO EM PONTOS, PNP-VALOR-SALDO =
      *==             O MESMO SALDO EM REAIS)
      *==             N=NADA GRAVADO (SEM PONTOS A LANCAR, SALDO
      *==               INSUFICIENTE, FUNCAO INVALIDA OU ERRO DE
      *==               ARQUIVO)
      *=================================================================
           05 PNP-FUNCAO         PIC X(01).
           05 PNP-ID-CLIENTE     PIC 9(07).
           05 PNP-DOCUMENTO      PIC X(13).
           05 PNP-VALOR          PIC 9(07)V99.
           05 PNP-PONTOS         PIC 9(07).
           05 PNP-PROGRAMA       PIC X(08).
           05 PNP-SALDO          PIC 9(09).
           05 PNP-VALOR-SALDO    PIC 9(09)V99.
           05 PNP-VALOR-PONTO    PIC 9(03)V99.
           05 PNP-RESULTADO      PIC X(01).
