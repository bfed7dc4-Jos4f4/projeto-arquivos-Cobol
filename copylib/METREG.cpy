      *=================================================================
      *==  COPY METREG -- LAYOUT DO REGISTRO DA TABELA DE METAS DE
      *==  VENDAS (METAS-VENDAS.TXT), MANTIDA PELO ARQ148 E LIDA PELO
      *==  RELATORIO DE ATINGIMENTO DE METAS (ARQ149)
      *==  CHAVE: VENDEDOR (VIDE VDDREG) + MES (AAAAMM) + UF
      *==  UF EM BRANCO = META TOTAL DO VENDEDOR NO MES
      *==  UF PREENCHIDA = PARCELA DA META NO TERRITORIO (UF DO
      *==  ENDERECO DO CLIENTE) -- OPCIONAL; SEM A META TOTAL, VALE A
      *==  SOMA DAS PARCELAS DO MES
      *=================================================================
           05 MET-VENDEDOR       PIC X(03).
           05 FILLER             PIC X(01).
           05 MET-AAAAMM         PIC X(06).
           05 FILLER             PIC X(01).
           05 MET-UF             PIC X(02).
           05 FILLER             PIC X(01).
           05 MET-VALOR          PIC 9(09)V99.
