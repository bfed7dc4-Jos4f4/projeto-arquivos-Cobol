      *=================================================================
      *==  COPY PTCREG -- LAYOUT DO REGISTRO DO ARQUIVO DE PONTUACAO
      *==  INTERNA DE CREDITO (PONTUACAO-CREDITO.TXT), REFEITO TODO
      *==  MES PELO ARQ132 A PARTIR DO HISTORICO DO PROPRIO CLIENTE
      *==  NAS FATURAS -- CONSULTADO PELA MESA DE PEDIDOS (ARQ055 E
      *==  ARQ095) AO LADO DO STATUS DO BUREAU (CRDREG)
      *==  PONTOS: 000 A 100, PARTINDO DE 100 MENOS AS PENALIDADES DE
      *==  ATRASO MEDIO, MAIOR VALOR VENCIDO E PAGAMENTOS SUSPENSOS
      *==  OU EM DISPUTA (VIDE ARQ132)
      *==  FAIXA: A=80 OU MAIS  B=60 A 79  C=40 A 59  D=ABAIXO DE 40
      *==  CLIENTE SEM FATURA NAO TEM REGISTRO (SEM HISTORICO)
      *=================================================================
           05 PTC-ID-CLIENTE     PIC 9(07).
           05 PTC-PONTOS         PIC 9(03).
           05 PTC-FAIXA          PIC X(01).
           05 PTC-QTDE-FATURAS   PIC 9(05).
           05 PTC-MEDIA-ATRASO   PIC 9(04).
           05 PTC-MAIOR-VENCIDO  PIC 9(07)V99.
           05 PTC-QTDE-SUSPENSOS PIC 9(03).
           05 PTC-QTDE-DISPUTAS  PIC 9(03).
           05 PTC-DATA           PIC X(08).
