      *=================================================================
      *==  COPY PFCREG -- LAYOUT DO REGISTRO DO CONTROLE DE PERIODOS
      *==  FECHADOS (PERIODOS-FECHADOS.TXT) -- HISTORICO SO DE
      *==  INCLUSAO: O ARQ126 GRAVA UMA LINHA A CADA FECHAMENTO E A
      *==  CADA REABERTURA, E A ULTIMA LINHA DO PERIODO E A QUE VALE
      *==  (VIDE O MODULO ARQ127)
      *==  SITUACAO: F=FECHADO  R=REABERTO
      *==  MOTIVO: SO NA REABERTURA (OBRIGATORIO)
      *=================================================================
           05 PFC-PERIODO        PIC X(06).
           05 FILLER             PIC X(01).
           05 PFC-SITUACAO       PIC X(01).
           05 FILLER             PIC X(01).
           05 PFC-DATA-HORA      PIC X(14).
           05 FILLER             PIC X(01).
           05 PFC-OPERADOR       PIC X(04).
           05 FILLER             PIC X(01).
           05 PFC-MOTIVO         PIC X(40).
