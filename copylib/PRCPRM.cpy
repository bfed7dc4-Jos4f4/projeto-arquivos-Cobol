      *=================================================================
      *==  COPY PRCPRM -- AREA DE PARAMETROS DO MODULO DE PRECOS
      *==  (ARQ106), CHAMADO PELA ENTRADA DE PEDIDOS (ARQ027, ARQ063,
      *==  ARQ095), PELA MANUTENCAO DO CATALOGO (ARQ062) E PELO
      *==  REAJUSTE PROGRAMADO (ARQ107)
      *==  FUNCAO: C=CONSULTA O PRECO VIGENTE EM PRC-DATA
      *==          G=GRAVA PRC-PRECO COMO VIGENTE A PARTIR DE PRC-DATA
      *==            (A VIGENCIA ANTERIOR E FECHADA NA VESPERA; SE JA
      *==            HOUVER VIGENCIA FUTURA ELA LIMITA A NOVA)
      *==  RESULTADO: S=OK  N=SEM VIGENCIA NA DATA (O CHAMADOR USA O
      *==  PRECO DO CATALOGO)  E=ERRO NO ARQUIVO DE PRECOS
      *==  PRECO-ANTERIOR: NA GRAVACAO, O PRECO QUE VALIA NA VESPERA
      *==  (ZERO SE NAO HAVIA VIGENCIA)
      *=================================================================
           05 PRC-FUNCAO         PIC X(01).
           05 PRC-PRODUTO        PIC X(06).
           05 PRC-DATA           PIC X(08).
           05 PRC-PRECO          PIC 9(07)V99.
           05 PRC-PRECO-ANTERIOR PIC 9(07)V99.
           05 PRC-ORIGEM         PIC X(06).
           05 PRC-RESULTADO      PIC X(01).
