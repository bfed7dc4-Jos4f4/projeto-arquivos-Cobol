      *=================================================================
      *==  COPY ALFREG -- LAYOUT DO REGISTRO DA LISTA DE REVISAO DE
      *==  PEDIDOS SUSPEITOS (ALERTAS-FRAUDE) -- GRAVADO PELA TRIAGEM
      *==  NOTURNA (ARQ152), REVISADO NO ARQ153 E CONSULTADO PELA
      *==  MESA DE PEDIDOS (ARQ095)
      *==  CHAVE: PEDIDO (ID DO CLIENTE + SEQUENCIA, VIDE PEDREG) +
      *==  REGRA (VIDE RALREG) -- O MESMO PEDIDO NAO GERA O MESMO
      *==  ALERTA DUAS VEZES
      *==  SITUACAO: A=ABERTO  D=DESCARTADO  C=FRAUDE CONFIRMADA
      *=================================================================
           05 ALF-CHAVE.
               10 ALF-ID-CLIENTE PIC 9(07).
               10 ALF-SEQUENCIA  PIC 9(05).
               10 ALF-REGRA      PIC X(02).
           05 ALF-DATA-ALERTA    PIC X(08).
           05 ALF-DATA-PEDIDO    PIC X(08).
           05 ALF-VALOR          PIC 9(07)V99.
           05 ALF-SEVERIDADE     PIC X(01).
           05 ALF-DETALHE        PIC X(40).
           05 ALF-SITUACAO       PIC X(01).
           05 ALF-DATA-REVISAO   PIC X(08).
           05 ALF-REVISOR        PIC X(04).
           05 ALF-OBSERVACAO     PIC X(30).
