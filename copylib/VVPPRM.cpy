      *=================================================================
      *==  COPY VVPPRM -- AREA DE PARAMETROS DO MODULO DE VENDEDOR
      *==  VIGENTE (ARQ150) -- RESOLVE O VENDEDOR QUE RESPONDIA PELO
      *==  CLIENTE NA DATA: PRIMEIRO A CARTEIRA (CARREG), DEPOIS O
      *==  TERRITORIO (UF + FAIXA DE CEP) DO HISTORICO (THSREG)
      *==  FUNCAO: V=VENDEDOR VIGENTE EM VVP-DATA (AAAAMMDD) PARA O
      *==            CLIENTE VVP-ID-CLIENTE COM ENDERECO VVP-UF E
      *==            VVP-CEP
      *==          I=CRIA O HISTORICO A PARTIR DE VENDEDORES.TXT SE
      *==            ELE AINDA NAO EXISTIR
      *==          R=RECARREGA (DEPOIS DE GRAVAR HISTORICO OU
      *==            CARTEIRA NA MESMA EXECUCAO)
      *==  ORIGEM: C=CARTEIRA  T=TERRITORIO  BRANCO=NAO RESOLVIDO
      *=================================================================
           05 VVP-FUNCAO         PIC X(01).
           05 VVP-ID-CLIENTE     PIC 9(07).
           05 VVP-UF             PIC X(02).
           05 VVP-CEP            PIC X(08).
           05 VVP-DATA           PIC X(08).
           05 VVP-VENDEDOR       PIC X(03).
           05 VVP-ORIGEM         PIC X(01).
