      *==          P=CEP X UF (VAL-VALOR = CEP NAS POSICOES 1-8 E
      *==            UF NAS POSICOES 9-10, CONFERIDOS CONTRA A
      *==            TABELA DE FAIXAS CEP-FAIXAS.TXT DO ARQ082)
      *==          J=CNPJ (14 DIGITOS, CLIENTE PESSOA JURIDICA)
      *==  RESULTADO: S=VALIDO  N=INVALIDO (VIDE VAL-MENSAGEM)
      *=================================================================
           05 VAL-FUNCAO         PIC X(01).
