      *==            PULADO OU AINDA-INVALIDO) E NADA E DESCARTADO
      *==            EM SILENCIO -- O QUE NAO FOI REGRAVADO PERMANECE
      *==            NO ARQUIVO DE REJEITADOS
      *==  A REJEICAO QUE FICA NO ARQUIVO CONSERVA A DATA ORIGINAL DA
      *==  CARGA (POSICAO 105), USADA NA LISTA DE TRABALHO (ARQ155)
      *=================================================================

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD REJEITADOS.
       01 REG-REJEITADO PIC X(112).

       FD REJEITADOS-TMP.
       01 REG-REJ-TMP PIC X(112).

       FD CLIENTES.
       01 REG-CLIENTES.
           05 TRL-INDICADOR PIC X(04).
           05 TRL-QTDE-REGISTROS PIC 9(06).
           05 TRL-DATA-EXECUCAO PIC X(08).
           05 FILLER PIC X(126).

       FD DISPOSICAO.
       01 REG-DISPOSICAO PIC X(130).
      *===========QUEBRA DA LINHA DE REJEICAO=================
       77 WRK-ORIGINAL PIC X(60) VALUE SPACES.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-DATA-REJEICAO PIC X(08) VALUE SPACES.
       77 WRK-ID-ALFA PIC X(07) VALUE SPACES.
       77 WRK-ID PIC 9(07) VALUE ZEROS.
       77 WRK-NOME PIC X(20) VALUE SPACES.
           MOVE SPACES TO WRK-ORIGINAL WRK-MOTIVO.
           UNSTRING REG-REJEITADO DELIMITED BY "  MOTIVO: "
               INTO WRK-ORIGINAL WRK-MOTIVO.
           MOVE REG-REJEITADO (105:8) TO WRK-DATA-REJEICAO.
           MOVE SPACES TO WRK-ID-ALFA WRK-NOME WRK-TELEFONE WRK-CPF.
           UNSTRING WRK-ORIGINAL DELIMITED BY "|"
               INTO WRK-ID-ALFA WRK-NOME WRK-TELEFONE WRK-CPF.
               "  MOTIVO: " DELIMITED BY SIZE
               WRK-MOTIVO DELIMITED BY SIZE
               INTO REG-REJ-TMP.
           MOVE " EM " TO REG-REJ-TMP (101:4).
           MOVE WRK-DATA-REJEICAO TO REG-REJ-TMP (105:8).
           WRITE REG-REJ-TMP.

       0300-FINISH SECTION.
