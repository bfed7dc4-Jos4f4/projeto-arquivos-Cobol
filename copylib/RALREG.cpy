      *=================================================================
      *==  COPY RALREG -- LAYOUT DO REGISTRO DA TABELA DE REGRAS DA
      *==  TRIAGEM DE PEDIDOS SUSPEITOS (REGRAS-ALERTAS.TXT) -- LIDA
      *==  PELA TRIAGEM NOTURNA (ARQ152); REGRA AUSENTE DO ARQUIVO
      *==  VALE COM O PADRAO DO PROGRAMA
      *==  REGRA: CT=CONTATO OU ENDERECO ALTERADO ATE N DIAS ANTES DE
      *==            PEDIDO COM VALOR A PARTIR DE RAL-VALOR
      *==         QD=MAIS DE RAL-QTDE PEDIDOS DO CLIENTE NO MESMO DIA
      *==         RE=PEDIDO ATE N DIAS DEPOIS DA REATIVACAO DO CLIENTE
      *==         BU=PEDIDO ATE N DIAS DEPOIS DE O BUREAU PASSAR O
      *==            CLIENTE PARA RS OU RJ (CREDITO-STATUS)
      *==  ATIVA: S=REGRA LIGADA  N=DESLIGADA
      *==  SEVERIDADE: A=ALTA (VAI TAMBEM PARA ALERTAS-CRITICOS.TXT)
      *==              M=MEDIA (SO A LISTA DE REVISAO)
      *=================================================================
           05 RAL-REGRA          PIC X(02).
           05 FILLER             PIC X(01).
           05 RAL-ATIVA          PIC X(01).
           05 FILLER             PIC X(01).
           05 RAL-DIAS           PIC 9(03).
           05 FILLER             PIC X(01).
           05 RAL-VALOR          PIC 9(07)V99.
           05 FILLER             PIC X(01).
           05 RAL-QTDE           PIC 9(03).
           05 FILLER             PIC X(01).
           05 RAL-SEVERIDADE     PIC X(01).
           05 FILLER             PIC X(01).
           05 RAL-DESCRICAO      PIC X(30).
