      *==  ABERTAS) E RECUSA O PEDIDO QUE ESTOURA O LIMITE
      *==  CLIENTE SEM REGISTRO NESTE ARQUIVO NAO TEM LIMITE
      *==  CONTROLADO
      *==  A REVISAO MENSAL (ARQ132) PROPOE AUMENTO OU REDUCAO PELA
      *==  PONTUACAO INTERNA (PTCREG); O NOVO LIMITE SO E GRAVADO
      *==  QUANDO A PROPOSTA E APROVADA NO ARQ086
      *==  CLIENTE DE GRUPO ECONOMICO PODE TER AINDA O LIMITE
      *==  CONSOLIDADO DO GRUPO (GECREG, MANTIDO PELO ARQ134)
      *==  AUMENTO ACIMA DA ALCADA NO ARQ068 TAMBEM PASSA PELO ARQ086
      *==  E TODA GRAVACAO VAI PARA O JORNAL DE REFERENCIAS (JRNREG)
      *=================================================================
           05 LIM-ID-CLIENTE     PIC 9(07).
           05 LIM-LIMITE         PIC 9(07)V99.
