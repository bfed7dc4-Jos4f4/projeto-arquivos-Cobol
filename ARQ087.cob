      *==            COM CODIGO DESCONHECIDO E NIVEL 1, O MAIS
      *==            RESTRITO
      *==  MASCARAS: CPF ***.***.***-NN (SO OS 2 ULTIMOS DIGITOS);
      *==  TELEFONE COM O MIOLO MASCARADO (DDD E 2 ULTIMOS VISIVEIS);
      *==  CNPJ **.***.***/****-NN, NA MESMA REGRA DO CPF
      *==  O MODULO NAO E INITIAL -- O NIVEL FICA RESOLVIDO ENTRE
      *==  AS CHAMADAS DA MESMA EXECUCAO
      *=================================================================
                   IF WRK-NIVEL <= 1
                       PERFORM 0300-MASCARA-TELEFONE
                   END-IF
               WHEN 'J'
                   IF WRK-NIVEL <= 1
                       PERFORM 0400-MASCARA-CNPJ
                   END-IF
               WHEN 'N'
                   CONTINUE
               WHEN OTHER
               MOVE MSK-VALOR (WRK-TAMANHO - 1:2) TO
                   MSK-SAIDA (WRK-TAMANHO - 1:2)
           END-IF.

       0400-MASCARA-CNPJ SECTION.
           MOVE SPACES TO MSK-SAIDA.
           IF MSK-VALOR (1:14) NOT EQUAL SPACES
               MOVE "**.***.***/****-" TO MSK-SAIDA (1:16)
               MOVE MSK-VALOR (13:2) TO MSK-SAIDA (17:2)
           END-IF.
