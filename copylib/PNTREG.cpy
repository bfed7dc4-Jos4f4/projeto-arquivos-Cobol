      *=================================================================
      *==  COPY PNTREG -- LAYOUT DO REGISTRO DO EXTRATO DE PONTOS DO
      *==  PROGRAMA DE FIDELIDADE (PONTOS-FIDELIDADE.TXT) -- UM
      *==  LANCAMENTO POR MOVIMENTO DE PONTOS, GRAVADO SO PELO MODULO
      *==  ARQ144
      *==  CHAVE: ID DO CLIENTE + SEQUENCIA DO LANCAMENTO (ORDEM DE
      *==  GRAVACAO, COMO NA CONTA CORRENTE)
      *==  TIPO: AC=ACUMULO NA BAIXA DA FATURA (ARQ065/ARQ066)  C
      *==        EA=ESTORNO DE ACUMULO NA DEVOLUCAO (ARQ108)    D
      *==        RS=RESGATE COMO DESCONTO NO PEDIDO (ARQ095)    D
      *==        CR=RESGATE DEVOLVIDO NO CANCELAMENTO (ARQ061)  C
      *==        EX=EXPIRACAO DOS PONTOS VENCIDOS (ARQ145)      D
      *==  SALDO: SALDO DE PONTOS DEPOIS DO LANCAMENTO (NUNCA FICA
      *==  NEGATIVO -- O DEBITO E LIMITADO AO SALDO)
      *==  VALIDADE: SO NO ACUMULO -- ULTIMO DIA EM QUE OS PONTOS
      *==  VALEM; OS DEBITOS CONSOMEM OS ACUMULOS MAIS ANTIGOS PRIMEIRO
      *==  DOCUMENTO: FATURA/PARCELA, NUMERO DA NOTA DE CREDITO OU
      *==  ID/SEQUENCIA DO PEDIDO
      *=================================================================
           05 PNT-CHAVE.
               10 PNT-ID-CLIENTE PIC 9(07).
               10 PNT-SEQUENCIA  PIC 9(07).
           05 PNT-DATA           PIC X(08).
           05 PNT-TIPO           PIC X(02).
           05 PNT-NATUREZA       PIC X(01).
           05 PNT-DOCUMENTO      PIC X(13).
           05 PNT-PONTOS         PIC 9(07).
           05 PNT-VALIDADE       PIC X(08).
           05 PNT-SALDO          PIC 9(09).
           05 PNT-PROGRAMA       PIC X(08).
