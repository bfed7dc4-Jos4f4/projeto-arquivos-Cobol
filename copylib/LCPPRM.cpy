      *=================================================================
      *==  COPY LCPPRM -- AREA DE PARAMETROS DO MODULO DE CONTA
      *==  CORRENTE DO CLIENTE (ARQ115), CHAMADO POR QUEM MOVIMENTA
      *==  DINHEIRO DO CLIENTE (FATURA, PAGAMENTO, NOTA DE CREDITO,
      *==  ENCARGO) PARA GRAVAR O LANCAMENTO COM O SALDO CORRENTE
      *==  TIPO E NATUREZA: VIDE LCCREG (NATUREZA D=DEBITO C=CREDITO)
      *==  DATA EM BRANCO = DATA DO DIA
      *==  RESULTADO: S=LANCAMENTO GRAVADO (LCP-SALDO = SALDO NOVO)
      *==             N=NAO GRAVADO (VALOR ZERO, NATUREZA INVALIDA OU
      *==               ERRO DE ARQUIVO)
      *=================================================================
           05 LCP-ID-CLIENTE     PIC 9(07).
           05 LCP-DATA           PIC X(08).
           05 LCP-TIPO           PIC X(02).
           05 LCP-NATUREZA       PIC X(01).
           05 LCP-DOCUMENTO      PIC X(10).
           05 LCP-HISTORICO      PIC X(30).
           05 LCP-VALOR          PIC 9(07)V99.
           05 LCP-PROGRAMA       PIC X(08).
           05 LCP-SALDO          PIC S9(09)V99.
           05 LCP-RESULTADO      PIC X(01).
