      *=================================================================
      *==  COPY LCCREG -- LAYOUT DO REGISTRO DA CONTA CORRENTE DO
      *==  CLIENTE (CONTA-CORRENTE.TXT) -- UM LANCAMENTO POR DEBITO OU
      *==  CREDITO, GRAVADO SO PELO MODULO ARQ115
      *==  CHAVE: ID DO CLIENTE + SEQUENCIA DO LANCAMENTO (ORDEM DE
      *==  GRAVACAO, COMO NOS CONTATOS)
      *==  TIPO: FE=FATURA EMITIDA (ARQ064)         D
      *==        PG=PAGAMENTO RECEBIDO (ARQ065)     C
      *==        PS=PAGAMENTO SUSPENSO APLICADO (ARQ066) C
      *==        NC=NOTA DE CREDITO (ARQ108)        C
      *==        EN=ENCARGO DE ATRASO (ARQ065)      D
      *==        ED=ENCARGO DISPENSADO (ARQ113)     C
      *==        BP=BAIXA POR PERDA (ARQ086)        C
      *==        RB=RECUPERACAO DE BAIXA (ARQ065/ARQ066) D
      *==  SALDO: SALDO CORRENTE DEPOIS DO LANCAMENTO -- POSITIVO E O
      *==  QUE O CLIENTE DEVE, NEGATIVO E CREDITO A FAVOR DELE
      *==  DOCUMENTO: FATURA/PARCELA, NUMERO DA NOTA OU DO ENCARGO
      *=================================================================
           05 LCC-CHAVE.
               10 LCC-ID-CLIENTE PIC 9(07).
               10 LCC-SEQUENCIA  PIC 9(07).
           05 LCC-DATA           PIC X(08).
           05 LCC-TIPO           PIC X(02).
           05 LCC-NATUREZA       PIC X(01).
           05 LCC-DOCUMENTO      PIC X(10).
           05 LCC-HISTORICO      PIC X(30).
           05 LCC-VALOR          PIC 9(07)V99.
           05 LCC-SALDO          PIC S9(09)V99.
           05 LCC-PROGRAMA       PIC X(08).
