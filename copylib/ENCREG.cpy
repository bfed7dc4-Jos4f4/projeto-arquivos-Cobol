      *=================================================================
      *==  COPY ENCREG -- LAYOUT DO REGISTRO DO ARQUIVO DE ENCARGOS DE
      *==  ATRASO (ENCARGOS.TXT) -- MULTA E JUROS APURADOS PELO
      *==  RETORNO BANCARIO (ARQ065) QUANDO A FATURA E PAGA DEPOIS DO
      *==  VENCIMENTO (MAIS A TOLERANCIA EM DIAS UTEIS)
      *==  CHAVE: NUMERO SEQUENCIAL DO ENCARGO; O ID DO CLIENTE E
      *==  CHAVE ALTERNATIVA COM DUPLICATAS -- O FATURAMENTO (ARQ064)
      *==  PROCURA POR ELA OS ENCARGOS PENDENTES DO CLIENTE
      *==  VALOR-RECEBIDO = PARTE DOS ENCARGOS COBERTA PELO PROPRIO
      *==  PAGAMENTO (O QUE O CLIENTE PAGOU ACIMA DO SALDO);
      *==  VALOR-PENDENTE = O RESTO, LANCADO NA PROXIMA FATURA
      *==  STATUS: R=RECEBIDO NO PAGAMENTO  P=PENDENTE (A LANCAR)
      *==          F=LANCADO NA FATURA FAT-COBRANCA
      *==          D=DISPENSADO (ARQ113, OPERADOR NIVEL 3)
      *==  DATA-SITUACAO: DATA DO LANCAMENTO (F) OU DA DISPENSA (D)
      *=================================================================
           05 ENC-NUMERO         PIC 9(07).
           05 ENC-ID-CLIENTE     PIC 9(07).
           05 ENC-FAT-NUMERO     PIC 9(07).
           05 ENC-DATA-VENCTO    PIC X(08).
           05 ENC-DATA-PAGTO     PIC X(08).
           05 ENC-DIAS-ATRASO    PIC 9(05).
           05 ENC-VALOR-BASE     PIC 9(07)V99.
           05 ENC-VALOR-MULTA    PIC 9(07)V99.
           05 ENC-VALOR-JUROS    PIC 9(07)V99.
           05 ENC-VALOR-RECEBIDO PIC 9(07)V99.
           05 ENC-VALOR-PENDENTE PIC 9(07)V99.
           05 ENC-STATUS         PIC X(01).
           05 ENC-FAT-COBRANCA   PIC 9(07).
           05 ENC-DATA-SITUACAO  PIC X(08).
           05 ENC-OPERADOR       PIC X(04).
