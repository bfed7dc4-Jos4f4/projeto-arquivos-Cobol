      *==            TRATAMENTO QUE O ARQ049 DA AO LOG DE ERROS
      *==  LINHA DO JORNAL: TIMESTAMP(14) CODIGO(4) RESULTADO
      *==  RESULTADOS: OK, SENHA-ERRADA, BLOQUEADO, REVOGADO,
      *==  NAO-CADASTRADO, SEM-SENHA, TROCA-SENHA, SAIDA
      *==  SAIDA E O FIM DA SESSAO PELO MENU -- ENTRA NA TOTALIZACAO
      *==  POR OPERADOR MAS NAO E TENTATIVA (NEM SUCESSO NEM FALHA)
      *=================================================================

       ENVIRONMENT DIVISION.
       77 WRK-ACUM-LINHAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SUCESSOS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-FALHAS PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SAIDAS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           MOVE SPACES TO WRK-TIMESTAMP WRK-CODIGO WRK-RESULTADO.
           UNSTRING REG-JORNAL DELIMITED BY ALL " "
               INTO WRK-TIMESTAMP WRK-CODIGO WRK-RESULTADO.
           EVALUATE WRK-RESULTADO
               WHEN "OK"
               WHEN "TROCA-SENHA"
               WHEN "SEM-SENHA"
                   ADD 1 TO WRK-ACUM-SUCESSOS
               WHEN "SAIDA"
                   ADD 1 TO WRK-ACUM-SAIDAS
               WHEN OTHER
                   ADD 1 TO WRK-ACUM-FALHAS
           END-EVALUATE.
           PERFORM 0220-ACUMULA.

       0220-ACUMULA SECTION.
       0300-FINISH SECTION.
           PERFORM 0310-GRAVA-RESUMO.
           DISPLAY "================================".
           DISPLAY "LINHAS DO JORNAL.....: " WRK-ACUM-LINHAS.
           DISPLAY "SUCESSOS.............: " WRK-ACUM-SUCESSOS.
           DISPLAY "FALHAS...............: " WRK-ACUM-FALHAS.
           DISPLAY "SAIDAS DO MENU.......: " WRK-ACUM-SAIDAS.
           DISPLAY "JORNAL ROLADO PARA " WRK-CAMINHO-ARQUIVO.
           DISPLAY "FIM DE PROGRAMA".

