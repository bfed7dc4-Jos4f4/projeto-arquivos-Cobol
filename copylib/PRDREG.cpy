      *==  UNITARIO A PARTIR DO CODIGO, EM VEZ DE ACEITAR TEXTO E
      *==  VALOR LIVRES DO TECLADO
      *==  PRECO: 9(07)V99 SEM PONTO DECIMAL, COMO PED-VALOR
      *==  CLASSE FISCAL: CHAVE DA ALIQUOTA DE ICMS JUNTO COM A UF DO
      *==  CLIENTE (VIDE ICMREG); EM BRANCO VALE A CLASSE "00"
      *=================================================================
           05 PRD-CODIGO         PIC X(06).
           05 FILLER             PIC X(01).
           05 PRD-DESCRICAO      PIC X(40).
           05 FILLER             PIC X(01).
           05 PRD-PRECO          PIC 9(07)V99.
           05 FILLER             PIC X(01).
           05 PRD-CLASSE-FISCAL  PIC X(02).
