      *=================================================================
      *==  COPY FRMREG -- LAYOUT DO REGISTRO DO CONTROLE DE REMESSA
      *==  BANCARIA DAS FATURAS (FATURAS-REMESSA.TXT), GRAVADO PELO
      *==  ARQ111 A CADA FATURA ENVIADA AO BANCO
      *==  CHAVE: NUMERO DA FATURA (VIDE FATREG)
      *==  GUARDA A IMAGEM ENVIADA (VALOR E VENCIMENTO) -- FATURA SEM
      *==  REGISTRO AQUI E NOVA, E FATURA CUJO SALDO OU VENCIMENTO
      *==  DIFERE DA IMAGEM FOI ALTERADA E VAI DE NOVO AO BANCO
      *=================================================================
           05 FRM-NUMERO         PIC 9(07).
           05 FRM-ID-CLIENTE     PIC 9(07).
           05 FRM-VALOR          PIC 9(07)V99.
           05 FRM-DATA-VENCTO    PIC X(08).
           05 FRM-SEQUENCIA      PIC 9(06).
           05 FRM-DATA-ENVIO     PIC X(08).
