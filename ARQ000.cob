      *==            APOS 3 SENHAS ERRADAS E REGISTRA CADA
      *==            TENTATIVA, COM DATA E HORA, NO JORNAL
      *==            SIGNON-JORNAL.TXT (RESUMIDO PELO ARQ085)
      *==  A SAIDA PELA OPCAO 99 TAMBEM VAI PARA O JORNAL (RESULTADO
      *==  SAIDA), FECHANDO A SESSAO PARA O TEMPO DE SESSAO DO ARQ154
      *==  LOGO APOS O SIGN-ON E MOSTRADA A LISTA DE TRABALHO DO
      *==  OPERADOR (ARQ156), TAMBEM DISPONIVEL PELA OPCAO 70
      *=================================================================

       ENVIRONMENT DIVISION.
           DISPLAY "ARQ000 - MANUTENCAO DE CLIENTES".
           PERFORM 0110-IDENTIFICA-OPERADOR.
           PERFORM 0130-GRAVA-SESSAO.
           CALL "ARQ156".

       0110-IDENTIFICA-OPERADOR SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-INT-HOJE.
               WHEN 27
               WHEN 31
               WHEN 39
               WHEN 43
               WHEN 44
               WHEN 49
               WHEN 51
               WHEN 52
               WHEN 53
               WHEN 54
               WHEN 57
               WHEN 59
               WHEN 62
               WHEN 64
               WHEN 65
               WHEN 70
                   MOVE 1 TO WRK-NIVEL-MINIMO
               WHEN 3
               WHEN 4
               WHEN 30
               WHEN 32
               WHEN 38
               WHEN 42
               WHEN 46
               WHEN 60
               WHEN 61
               WHEN 63
                   MOVE 2 TO WRK-NIVEL-MINIMO
               WHEN OTHER
                   MOVE 3 TO WRK-NIVEL-MINIMO
                       CALL "ARQ099"
                   WHEN 41
                       CALL "ARQ062"
                   WHEN 42
                       CALL "ARQ103"
                   WHEN 43
                       CALL "ARQ104"
                   WHEN 44
                       CALL "ARQ105"
                   WHEN 45
                       CALL "ARQ107"
                   WHEN 46
                       CALL "ARQ108"
                   WHEN 47
                       CALL "ARQ110"
                   WHEN 48
                       CALL "ARQ113"
                   WHEN 49
                       CALL "ARQ114"
                   WHEN 50
                       CALL "ARQ117"
                   WHEN 51
                       CALL "ARQ118"
                   WHEN 52
                       CALL "ARQ119"
                   WHEN 53
                       CALL "ARQ121"
                   WHEN 54
                       CALL "ARQ124"
                   WHEN 55
                       CALL "ARQ126"
                   WHEN 56
                       CALL "ARQ128"
                   WHEN 57
                       CALL "ARQ130"
                   WHEN 58
                       CALL "ARQ134"
                   WHEN 59
                       CALL "ARQ135"
                   WHEN 60
                       CALL "ARQ136"
                   WHEN 61
                       CALL "ARQ139"
                   WHEN 62
                       CALL "ARQ141"
                   WHEN 63
                       CALL "ARQ142"
                   WHEN 64
                       CALL "ARQ147"
                   WHEN 65
                       CALL "ARQ149"
                   WHEN 66
                       CALL "ARQ148"
                   WHEN 67
                       CALL "ARQ151"
                   WHEN 68
                       CALL "ARQ153"
                   WHEN 69
                       CALL "ARQ154"
                   WHEN 70
                       CALL "ARQ156"
                   WHEN 71
                       CALL "ARQ160"
                   WHEN 72
                       CALL "ARQ161"
                   WHEN 73
                       CALL "ARQ162"
                   WHEN 74
                       CALL "ARQ163"
                   WHEN 75
                       CALL "ARQ164"
                   WHEN 76
                       CALL "ARQ166"
                   WHEN 98
                       CONTINUE
                   WHEN 99
               DISPLAY "30 - OCORRENCIAS DO CLIENTE"
               DISPLAY "32 - CORRESPONDENCIA DEVOLVIDA"
               DISPLAY "38 - MESA DE PEDIDOS (TELA UNICA)"
               DISPLAY "42 - ENTRADA DE MERCADORIA NO ESTOQUE"
               DISPLAY "46 - DEVOLUCAO DE MERCADORIA / NOTA CREDITO"
               DISPLAY "60 - DESPACHO DE PEDIDO FATURADO"
               DISPLAY "61 - COTACOES DE VENDA"
               DISPLAY "63 - PEDIDOS PROGRAMADOS"
           END-IF.
           IF WRK-NIVEL >= 2
               DISPLAY "18 - MANUTENCAO DE CONTATOS"
           DISPLAY "39 - CONSULTAR PEDIDOS ARQUIVADOS".
           DISPLAY "26 - STATUS DE CREDITO DO CLIENTE".
           DISPLAY "27 - DOSSIE DE CLIENTE".
           DISPLAY "43 - RELATORIO DE REPOSICAO DE ESTOQUE".
           DISPLAY "44 - RANKING DE PRODUTOS E CURVA ABC".
           DISPLAY "49 - RELATORIO DE ENCARGOS DE ATRASO".
           DISPLAY "51 - RELATORIO DE BAIXAS POR PERDA".
           DISPLAY "52 - RELATORIO SEMANAL DE DISPUTAS".
           DISPLAY "53 - RELATORIO DE EFEITO DO LEMBRETE".
           DISPLAY "54 - RELATORIO DE COBRANCA EXTERNA".
           DISPLAY "57 - RELATORIO MENSAL DE ICMS POR UF".
           DISPLAY "59 - RELATORIO DE EXPOSICAO POR GRUPO".
           DISPLAY "62 - RELATORIO DE CONVERSAO DE COTACOES".
           DISPLAY "64 - PASSIVO DE PONTOS FIDELIDADE".
           DISPLAY "65 - RELATORIO DE ATINGIMENTO DE METAS".
           DISPLAY "70 - LISTA DE TRABALHO".
           IF WRK-NIVEL >= 3
               DISPLAY "21 - FUSAO DE CLIENTES DUPLICADOS"
               DISPLAY "22 - ANONIMIZACAO DE CLIENTE (LGPD)"
               DISPLAY "37 - CALENDARIO DE FERIADOS"
               DISPLAY "40 - TABELA DE VENDEDORES"
               DISPLAY "41 - TABELA DE PRODUTOS"
               DISPLAY "45 - REAJUSTE PROGRAMADO DE PRECOS"
               DISPLAY "47 - TABELA DE CONDICOES DE PAGAMENTO"
               DISPLAY "48 - DISPENSA DE ENCARGOS DE ATRASO"
               DISPLAY "50 - PROPOSTA DE BAIXA POR PERDA"
               DISPLAY "55 - FECHAMENTO MENSAL / REABERTURA"
               DISPLAY "56 - TABELA DE ALIQUOTAS DE ICMS"
               DISPLAY "58 - GRUPOS ECONOMICOS"
               DISPLAY "66 - METAS DE VENDAS POR VENDEDOR"
               DISPLAY "67 - REALINHAMENTO DE TERRITORIOS"
               DISPLAY "68 - REVISAO DE ALERTAS DE FRAUDE"
               DISPLAY "69 - PRODUTIVIDADE POR OPERADOR"
               DISPLAY "71 - CONSULTA DO JORNAL DE REFERENCIAS"
               DISPLAY "72 - RELATORIO SEMANAL DE REFERENCIAS"
               DISPLAY "73 - PROMOCAO DE TABELAS TEST PARA PROD"
               DISPLAY "74 - SOLICITACOES DO TITULAR (LGPD)"
               DISPLAY "75 - RESPOSTA AO TITULAR (LGPD)"
               DISPLAY "76 - RETENCAO POR COORTE DE CADASTRO"
           END-IF.
           DISPLAY "99 - SAIR".
           DISPLAY "================================".
      *==  CARIMBADA COM "????" E NAO COM O ULTIMO USUARIO DO MENU
           OPEN OUTPUT OPERADOR-SESSAO.
           CLOSE OPERADOR-SESSAO.
           MOVE "SAIDA" TO WRK-RESULTADO-JORNAL.
           PERFORM 0128-GRAVA-JORNAL.
           DISPLAY "FIM DE PROGRAMA".
