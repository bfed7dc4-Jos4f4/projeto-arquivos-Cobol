      *=================================================================
      *==  COPY ICMREG -- LAYOUT DO REGISTRO DA TABELA DE ALIQUOTAS DE
      *==  ICMS (ALIQUOTAS-ICMS.TXT), MANTIDA PELO ARQ128 -- UMA
      *==  ALIQUOTA POR UF DE DESTINO (REG-UF DO CLIENTE) E CLASSE
      *==  FISCAL DO PRODUTO (PRD-CLASSE-FISCAL, VIDE PRDREG)
      *==  CLASSE "00" E A ALIQUOTA GERAL DA UF: VALE PARA PRODUTO SEM
      *==  CLASSE E PARA CLASSE SEM LINHA PROPRIA NA UF (VIDE ARQ129)
      *==  ALIQUOTA: PERCENTUAL 9(02)V99 SEM PONTO (1800 = 18,00%)
      *=================================================================
           05 ICM-UF             PIC X(02).
           05 FILLER             PIC X(01).
           05 ICM-CLASSE         PIC X(02).
           05 FILLER             PIC X(01).
           05 ICM-ALIQUOTA       PIC 9(02)V99.
           05 FILLER             PIC X(01).
           05 ICM-DESCRICAO      PIC X(30).
