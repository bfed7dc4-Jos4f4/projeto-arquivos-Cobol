      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: ANONIMIZACAO DE CLIENTE A PEDIDO (LGPD, DIREITO
      *==            AO ESQUECIMENTO) -- SOBRESCREVE NOME, TELEFONE,
      *==            EMAIL, ENDERECO, CPF E CNPJ COM VALORES DE
      *==            DESCARTE, MANTEM A CASCA DO REG-ID COM STATUS 'L'
      *==            (ANONIMIZADO) PARA NAO QUEBRAR AS CONTAGENS,
      *==            APLICA A MESMA LIMPEZA NO REGISTRO CORRESPONDENTE
      *==            DO HISTORICO E GRAVA NO LOG DE TRANSACOES UMA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT HISTORICO ASSIGN TO
           COPY CLIREG.

       FD HISTORICO.
       01 REG-HISTORICO PIC X(145).

       FD HISTORICO-TMP.
       01 REG-HIST-TMP PIC X(145).

       FD LOG-TRANSACOES.
       01 REG-LOG-TRANSACAO PIC X(80).
           MOVE WRK-EMAIL-SCRUB TO REG-EMAIL.
           MOVE WRK-ENDERECO-SCRUB TO REG-ENDERECO.
           MOVE WRK-CPF-SCRUB TO REG-CPF.
           MOVE SPACES TO REG-CNPJ.
           MOVE 'L' TO REG-STATUS.
           REWRITE REG-CLIENTES
               INVALID KEY
                               REG-HISTORICO (78:40)
                           MOVE WRK-CPF-SCRUB TO
                               REG-HISTORICO (118:11)
                           MOVE SPACES TO
                               REG-HISTORICO (131:14)
                       END-IF
                       ADD 1 TO WRK-ACUM-HIST-SCRUB
                   END-IF
