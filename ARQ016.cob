      *==            EM CHECKPOINT PERIODICO (COMO NO ARQ006) E UMA
      *==            REEXECUCAO APOS ABEND RETOMA DA ULTIMA LINHA
      *==            CONFIRMADA, SEM REJEITAR DE NOVO O QUE JA ENTROU
      *==  CADA REJEICAO LEVA A DATA NO FIM DA LINHA (' EM AAAAMMDD',
      *==  POSICAO 101) PARA A IDADE NA LISTA DE TRABALHO (ARQ155)
      *=================================================================

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS
                   REG-TELEFONE OF REG-CLIENTES-MASTER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS
                   REG-CNPJ OF REG-CLIENTES-MASTER
                   WITH DUPLICATES
               FILE STATUS IS FS-MASTER.

           SELECT REJEITADOS ASSIGN TO
           05 TRL-INDICADOR PIC X(04).
           05 TRL-QTDE-REGISTROS PIC 9(06).
           05 TRL-DATA-EXECUCAO PIC X(08).
           05 FILLER PIC X(126).

       FD CLIENTES-MASTER.
       01 REG-CLIENTES-MASTER.
           COPY CLIREG.

       FD REJEITADOS.
       01 REG-REJEITADO PIC X(112).

       FD CHECKPOINT.
       01 REG-CKPT.
           MOVE WRK-TELEFONE TO REG-TELEFONE OF REG-CLIENTES.
           MOVE WRK-CPF TO REG-CPF OF REG-CLIENTES.
           MOVE 'A' TO REG-STATUS OF REG-CLIENTES.
           MOVE 'F' TO REG-TIPO-PESSOA OF REG-CLIENTES.
           MOVE SPACES TO REG-CNPJ OF REG-CLIENTES.
           WRITE REG-CLIENTES.
           ADD 1 TO WRK-ACUM-GRAVADOS.
           IF WRK-TAB-IDS-TOTAL < 9999
               "  MOTIVO: " DELIMITED BY SIZE
               WRK-MOTIVO-REJEICAO DELIMITED BY SIZE
               INTO REG-REJEITADO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE " EM " TO REG-REJEITADO (101:4).
           MOVE WRK-DATA-HORA (1:8) TO REG-REJEITADO (105:8).
           WRITE REG-REJEITADO.

       0300-FINISH SECTION.
