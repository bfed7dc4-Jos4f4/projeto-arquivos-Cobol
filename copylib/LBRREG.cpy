      *=================================================================
      *==  COPY LBRREG -- LAYOUT DO REGISTRO DO CONTROLE DE LEMBRETES
      *==  DE VENCIMENTO (LEMBRETES-VENCIMENTO.TXT), GRAVADO PELO
      *==  ARQ120 PARA CADA FATURA ABERTA QUE ENTROU NA JANELA DE
      *==  LEMBRETE -- LEMBRADA OU NAO -- PARA QUE O ARQ121 COMPARE
      *==  A PONTUALIDADE DOS CLIENTES LEMBRADOS COM A DOS DEMAIS
      *==  CHAVE: NUMERO DA FATURA (UM LEMBRETE POR FATURA/PARCELA)
      *==  SITUACAO: E=ENVIADO (SMS E/OU EMAIL)
      *==            S=SUPRIMIDO (SEM CONSENTIMENTO OU SEM CONTATO
      *==              UTIL NOS DOIS CANAIS)
      *==  CANAIS: S=ENVIADO NO CANAL  N=NAO ENVIADO
      *=================================================================
           05 LBR-FAT-NUMERO     PIC 9(07).
           05 LBR-ID-CLIENTE     PIC 9(07).
           05 LBR-VALOR          PIC 9(07)V99.
           05 LBR-DATA-VENCTO    PIC X(08).
           05 LBR-DATA-ENVIO     PIC X(08).
           05 LBR-SITUACAO       PIC X(01).
           05 LBR-CANAL-SMS      PIC X(01).
           05 LBR-CANAL-EMAIL    PIC X(01).
           05 LBR-TELEFONE       PIC X(30).
           05 LBR-EMAIL          PIC X(30).
