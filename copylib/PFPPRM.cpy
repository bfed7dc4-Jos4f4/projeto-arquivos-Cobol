      *=================================================================
      *==  COPY PFPPRM -- AREA DE PARAMETROS DO MODULO DE PERIODO
      *==  FECHADO (ARQ127) -- CHAMADO POR QUEM GRAVA PEDIDO, FATURA
      *==  OU PAGAMENTO PARA RECUSAR LANCAMENTO COM DATA EM MES JA
      *==  FECHADO PELO ARQ126
      *==  FUNCAO: V=VERIFICA O MES DE PFP-DATA (AAAAMMDD)
      *==          R=RECARREGA O CONTROLE (DEPOIS DE FECHAR OU
      *==            REABRIR NA MESMA EXECUCAO)
      *==  RESULTADO: F=PERIODO FECHADO  A=PERIODO ABERTO
      *=================================================================
           05 PFP-FUNCAO         PIC X(01).
           05 PFP-DATA           PIC X(08).
           05 PFP-RESULTADO      PIC X(01).
