      *=================================================================
      *==  COPY PRGREG -- LAYOUT DO REGISTRO DO ARQUIVO DE PEDIDOS
      *==  PROGRAMADOS (PEDIDOS-PROGRAMADOS.TXT) -- O PEDIDO QUE O
      *==  CLIENTE REPETE A CADA CICLO, CHAVE ID DO CLIENTE + NUMERO
      *==  DA PROGRAMACAO (SEQUENCIAL POR CLIENTE, COMO O PEDIDO); OS
      *==  PRODUTOS E QUANTIDADES FICAM EM PEDIDOS-PROGRAMADOS-ITENS
      *==  (PRIREG), SEM PRECO -- O PRECO E O VIGENTE NO DIA DA
      *==  GERACAO
      *==  MANTIDO PELO ARQ142; O PEDIDO DE CADA CICLO E GERADO PELA
      *==  CADEIA NOTURNA (ARQ143)
      *==  FREQUENCIA: S=SEMANAL (5 DIAS UTEIS)
      *==              Q=QUINZENAL (10 DIAS UTEIS)
      *==              M=MENSAL (DIA PRG-DIA-MES DO MES SEGUINTE, OU O
      *==                PRIMEIRO DIA UTIL DEPOIS DELE)
      *==  PRG-PROXIMA = PROXIMA DATA DE GERACAO, SEMPRE DIA UTIL
      *==  (ARQ092); PRG-FIM = ULTIMA DATA EM QUE AINDA GERA PEDIDO
      *==  (BRANCO = SEM DATA FINAL)
      *==  PRG-VENDEDOR / PRG-CONDICAO EM BRANCO = VENDEDOR DO
      *==  TERRITORIO E PARCELA UNICA, COMO NA ENTRADA DE PEDIDOS
      *==  STATUS: A=ATIVA  E=ENCERRADA
      *==  PRG-ULTIMO-PEDIDO = SEQUENCIA DO ULTIMO PEDIDO GERADO
      *=================================================================
           05 PRG-CHAVE.
               10 PRG-ID-CLIENTE  PIC 9(07).
               10 PRG-NUMERO      PIC 9(03).
           05 PRG-FREQUENCIA      PIC X(01).
           05 PRG-DIA-MES         PIC 9(02).
           05 PRG-PROXIMA         PIC X(08).
           05 PRG-FIM             PIC X(08).
           05 PRG-VENDEDOR        PIC X(03).
           05 PRG-CONDICAO        PIC X(03).
           05 PRG-STATUS          PIC X(01).
           05 PRG-DATA-STATUS     PIC X(08).
           05 PRG-ULTIMA-GERACAO  PIC X(08).
           05 PRG-ULTIMO-PEDIDO   PIC 9(05).
           05 PRG-OPERADOR        PIC X(04).
