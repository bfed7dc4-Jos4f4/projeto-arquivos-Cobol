      *=================================================================
      *==  COPY AVPREG -- LAYOUT DO REGISTRO DO CONTROLE DE AVISOS DE
      *==  EXPIRACAO DE PONTOS (AVISOS-PONTOS.TXT), GRAVADO PELO
      *==  ARQ146 PARA CADA CLIENTE COM PONTOS DE FIDELIDADE A VENCER
      *==  NA JANELA DE AVISO -- AVISADO OU NAO -- PARA QUE O MESMO
      *==  LOTE DE PONTOS NAO SEJA AVISADO DE NOVO NOS DIAS SEGUINTES
      *==  CHAVE: ID DO CLIENTE + PRIMEIRA DATA DE VALIDADE DA JANELA
      *==  SITUACAO: E=ENVIADO (SMS E/OU EMAIL)
      *==            S=SUPRIMIDO (SEM CONSENTIMENTO OU SEM CONTATO
      *==              UTIL NOS DOIS CANAIS)
      *==  CANAIS: S=ENVIADO NO CANAL  N=NAO ENVIADO
      *=================================================================
           05 AVP-CHAVE.
               10 AVP-ID-CLIENTE PIC 9(07).
               10 AVP-VALIDADE   PIC X(08).
           05 AVP-PONTOS         PIC 9(07).
           05 AVP-DATA-AVISO     PIC X(08).
           05 AVP-SITUACAO       PIC X(01).
           05 AVP-CANAL-SMS      PIC X(01).
           05 AVP-CANAL-EMAIL    PIC X(01).
