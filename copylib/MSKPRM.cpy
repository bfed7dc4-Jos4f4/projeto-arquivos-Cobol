      *==  (ARQ003, ARQ005, ARQ025, ARQ060) E PELA EXPORTACAO CSV
      *==  (ARQ014) -- A REGRA DE MASCARA FICA EM UM LUGAR SO PARA
      *==  TODAS AS TELAS SE COMPORTAREM IGUAL
      *==  FUNCAO: C=CPF  T=TELEFONE  J=CNPJ  N=SO DEVOLVER O NIVEL
      *==  O MODULO RESOLVE SOZINHO O NIVEL DO OPERADOR DA SESSAO
      *==  (OPERADOR-SESSAO.TXT + OPERADORES.TXT) E DEVOLVE EM
      *==  MSK-NIVEL; NIVEL 1 (OU SESSAO DESCONHECIDA) RECEBE O
