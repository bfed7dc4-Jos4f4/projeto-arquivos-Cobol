      *=================================================================
      *==  COPY FOTREG -- COMPLEMENTO DO REGISTRO DA FOTO DO CADASTRO
      *==  (CLIENTES-FOTO.TXT), GRAVADA PELO ARQ168 NO INICIO DA
      *==  CADEIA NOTURNA -- VEM LOGO APOS O COPY CLIREG NO MESMO
      *==  REGISTRO -- ARQUIVO INDEXADO PELA CHAVE REG-ID, QUE NA
      *==  LEITURA SEQUENCIAL SAI EM ORDEM DE REG-ID -- E TRAZ O
      *==  SEGMENTO (SEGREG), O CONSENTIMENTO POR CANAL (CNSREG) E O
      *==  STATUS DE CREDITO (CRDREG) DO CLIENTE NO MOMENTO DA FOTO
      *==  SEGMENTO EM BRANCO = CLIENTE AINDA NAO CLASSIFICADO
      *==  CONSENTIMENTO SEM REGISTRO = 'N' (COMO NO ARQ018)
      *==  CREDITO EM BRANCO = SEM CONSULTA AO BUREAU
      *=================================================================
           05 FOT-SEGMENTO       PIC X(02).
           05 FOT-CNS-TELEFONE   PIC X(01).
           05 FOT-CNS-EMAIL      PIC X(01).
           05 FOT-CREDITO        PIC X(02).
           05 FOT-DATA-HORA      PIC X(14).
