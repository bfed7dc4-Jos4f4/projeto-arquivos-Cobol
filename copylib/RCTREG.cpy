      *=================================================================
      *==  COPY RCTREG -- LAYOUT DO REGISTRO DA TABELA DE REGRAS DE
      *==  CONTABILIZACAO (REGRAS-CONTABEIS.TXT) -- PARA CADA EVENTO
      *==  DO CONTAS A RECEBER, A CONTA A DEBITO E A CONTA A CREDITO
      *==  DO PLANO DA CONTABILIDADE; O DIARIO DO ARQ125 SO SAI COM
      *==  TODO EVENTO DO DIA COBERTO POR UMA REGRA
      *==  EVENTO: OS TIPOS DE LANCAMENTO DA CONTA CORRENTE (VIDE
      *==          LCCREG -- FE PG PS NC EN ED BP RB) E
      *==          SU=PAGAMENTO RECEBIDO QUE FICOU EM
      *==             PAGAMENTOS-SUSPENSOS (ARQ065)
      *=================================================================
           05 RCT-EVENTO         PIC X(02).
           05 FILLER             PIC X(01).
           05 RCT-CONTA-DEBITO   PIC X(10).
           05 FILLER             PIC X(01).
           05 RCT-CONTA-CREDITO  PIC X(10).
           05 FILLER             PIC X(01).
           05 RCT-DESCRICAO      PIC X(30).
