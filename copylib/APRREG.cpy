      *==  3 DIFERENTE DO SOLICITANTE APROVA PELO ARQ086, COM OS
      *==  DOIS OPERADORES E OS DOIS CARIMBOS DE DATA/HORA NO LOG
      *==  DE TRANSACOES
      *==  CAMPO: NOME, CPF OU CNPJ  STATUS: P=PENDENTE A=APROVADA
      *==                                    R=REJEITADA
      *==  CAMPO BAIX: PROPOSTA DE BAIXA POR PERDA (ARQ117) -- O ANTES
      *==  TRAZ "FATURA NNNNNNN/PP" E O DEPOIS O VALOR A BAIXAR
      *==  CAMPO LIMI: PROPOSTA DE LIMITE DA REVISAO MENSAL (ARQ132) --
      *==  ANTES E DEPOIS TRAZEM "LIMITE " E O VALOR EDITADO; O
      *==  SOLICITANTE E "LOTE"
      *==  O AUMENTO DE LIMITE ACIMA DA ALCADA NO ARQ068 TAMBEM ENTRA
      *==  COMO "LIMI", COM O OPERADOR DA SESSAO COMO SOLICITANTE E
      *==  "LIMITE 0.00" NO ANTES QUANDO E A INCLUSAO DO LIMITE
      *=================================================================
           05 APR-NUMERO         PIC 9(05).
           05 APR-ID-CLIENTE     PIC 9(07).
