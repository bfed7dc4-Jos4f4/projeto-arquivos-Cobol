      *=================================================================
      *==  COPY GECREG -- LAYOUT DO REGISTRO DO ARQUIVO DE GRUPOS
      *==  ECONOMICOS (GRUPOS-ECONOMICOS.TXT), MANTIDO PELO ARQ134 --
      *==  LIGA CADA CLIENTE MEMBRO AO ID DO CLIENTE CABECA DO GRUPO
      *==  CHAVE: ID DO MEMBRO (UM CLIENTE SO PERTENCE A UM GRUPO); O
      *==  ID DA CABECA E CHAVE ALTERNATIVA COM DUPLICADAS, PARA
      *==  PERCORRER OS MEMBROS DE UM GRUPO
      *==  A CABECA TAMBEM E MEMBRO (GEC-ID-CLIENTE = GEC-ID-CABECA) E
      *==  SO O REGISTRO DELA TEM O LIMITE DO GRUPO: ZERO = GRUPO SEM
      *==  LIMITE CONSOLIDADO; COM LIMITE A ENTRADA DE PEDIDOS (ARQ027,
      *==  ARQ063 E ARQ095) SOMA A EXPOSICAO ABERTA DE TODOS OS
      *==  MEMBROS (PEDIDOS 'A' + FATURAS ABERTAS) ALEM DO LIMITE
      *==  INDIVIDUAL DE CADA UM (LIMREG)
      *=================================================================
           05 GEC-ID-CLIENTE     PIC 9(07).
           05 GEC-ID-CABECA      PIC 9(07).
           05 GEC-LIMITE-GRUPO   PIC 9(07)V99.
           05 GEC-DATA           PIC X(08).
