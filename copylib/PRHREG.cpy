      *=================================================================
      *==  COPY PRHREG -- LAYOUT DO REGISTRO DO HISTORICO DE PRECOS
      *==  (PRODUTOS-PRECOS.TXT), UMA VIGENCIA POR REGISTRO --
      *==  ATUALIZADO SO PELO MODULO DE PRECOS (ARQ106)
      *==  CHAVE: CODIGO DO PRODUTO + INICIO DA VIGENCIA (AAAAMMDD)
      *==  FIM: ULTIMO DIA DA VIGENCIA -- 99999999 E VIGENCIA ABERTA
      *==  PRECO: 9(07)V99 SEM PONTO DECIMAL, COMO PRD-PRECO
      *==  ORIGEM: PROGRAMA QUE GRAVOU A VIGENCIA (ARQ062 NA
      *==  MANUTENCAO DO CATALOGO, ARQ107 NO REAJUSTE PROGRAMADO)
      *==  PRODUTO SEM VIGENCIA PARA A DATA USA O PRD-PRECO DO CATALOGO
      *=================================================================
           05 PRH-CHAVE.
               10 PRH-PRODUTO    PIC X(06).
               10 PRH-DATA-INICIO PIC X(08).
           05 PRH-DATA-FIM       PIC X(08).
           05 PRH-PRECO          PIC 9(07)V99.
           05 PRH-ORIGEM         PIC X(06).
           05 PRH-DATA-CADASTRO  PIC X(08).
