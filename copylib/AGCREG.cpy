      *=================================================================
      *==  COPY AGCREG -- LAYOUT DO REGISTRO DA TABELA DE AGENCIAS DE
      *==  COBRANCA (AGENCIAS-COBRANCA.TXT) -- CODIGO E NOME DE CADA
      *==  AGENCIA CONTRATADA; A REMESSA DO ARQ122 SO ACEITA AGENCIA
      *==  DA TABELA E O RELATORIO DO ARQ124 TRAZ O NOME DELA
      *=================================================================
           05 AGC-CODIGO         PIC X(03).
           05 FILLER             PIC X(01).
           05 AGC-NOME           PIC X(20).
