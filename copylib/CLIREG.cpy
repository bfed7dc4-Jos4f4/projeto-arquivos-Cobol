               10 REG-CEP            PIC X(08).
           05 REG-CPF            PIC X(11).
           05 REG-TIPO-LINHA     PIC X(01).
      *==  REG-TIPO-PESSOA: F=PESSOA FISICA (DOCUMENTO NO REG-CPF)
      *==  J=PESSOA JURIDICA (DOCUMENTO NO REG-CNPJ, CPF OPCIONAL);
      *==  EM BRANCO VALE F -- REGISTROS ANTERIORES AO CNPJ SAO
      *==  LEVADOS AO LAYOUT DE 144 POSICOES PELA CONVERSAO DO ARQ133
           05 REG-TIPO-PESSOA    PIC X(01).
           05 REG-CNPJ           PIC X(14).
