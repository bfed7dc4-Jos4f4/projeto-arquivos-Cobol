      *=================================================================
      *==  COPY THSREG -- LAYOUT DO REGISTRO DO HISTORICO DE
      *==  TERRITORIOS (TERRITORIOS-HISTORICO.TXT) -- CADA LINHA DIZ
      *==  QUE A FAIXA DE CEP DA UF PERTENCEU AO VENDEDOR DE
      *==  THS-DATA-INICIO ATE THS-DATA-FIM (99999999 = VIGENTE)
      *==  GRAVADO PELA TABELA DE VENDEDORES (ARQ099) E PELO
      *==  REALINHAMENTO DE TERRITORIOS (ARQ151); LIDO PELO MODULO DE
      *==  VENDEDOR VIGENTE (ARQ150), QUE O CRIA NA PRIMEIRA VEZ COM
      *==  AS FAIXAS DE VENDEDORES.TXT VALENDO DESDE SEMPRE
      *==  ORIGEM: I=CARGA INICIAL  T=TABELA (ARQ099)
      *==          R=REALINHAMENTO (ARQ151)
      *=================================================================
           05 THS-VENDEDOR       PIC X(03).
           05 FILLER             PIC X(01).
           05 THS-UF             PIC X(02).
           05 FILLER             PIC X(01).
           05 THS-CEP-INI        PIC X(08).
           05 FILLER             PIC X(01).
           05 THS-CEP-FIM        PIC X(08).
           05 FILLER             PIC X(01).
           05 THS-DATA-INICIO    PIC X(08).
           05 FILLER             PIC X(01).
           05 THS-DATA-FIM       PIC X(08).
           05 FILLER             PIC X(01).
           05 THS-ORIGEM         PIC X(01).
