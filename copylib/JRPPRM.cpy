      *=================================================================
      *==  COPY JRPPRM -- AREA DE PARAMETROS DO MODULO DE JORNAL DAS
      *==  TABELAS DE REFERENCIA (ARQ159), CHAMADO POR QUEM MANTEM
      *==  UMA TABELA DE REFERENCIA OU O LIMITE DE CREDITO, DEPOIS DE
      *==  GRAVADA A ALTERACAO
      *==  TABELA, OPERACAO E IMAGENS: VIDE JRNREG
      *==  OPERADOR EM BRANCO = OPERADOR DA SESSAO (OPERADOR-SESSAO.TXT)
      *==  AMBIENTE EM BRANCO = O DE AMBIENTE.TXT (EM TEST O JORNAL E O
      *==  REFERENCIAS-JORNAL-TEST.TXT); "PROD" GRAVA SEMPRE NO JORNAL
      *==  DE PRODUCAO -- USADO NA PROMOCAO DE TABELAS (ARQ162)
      *==  RESULTADO: S=LINHA GRAVADA NO JORNAL  N=ERRO DE ARQUIVO
      *=================================================================
           05 JRP-TABELA         PIC X(08).
           05 JRP-OPERACAO       PIC X(01).
           05 JRP-OPERADOR       PIC X(04).
           05 JRP-PROGRAMA       PIC X(08).
           05 JRP-CHAVE          PIC X(20).
           05 JRP-ANTES          PIC X(50).
           05 JRP-DEPOIS         PIC X(50).
           05 JRP-AMBIENTE       PIC X(04).
           05 JRP-RESULTADO      PIC X(01).
