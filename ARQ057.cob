      *==            PRODUZIDO E REGISTRADO EM EXTRATOS-CONTROLE.TXT
      *==            PARA O CONTROLE DE RECEBIMENTO DO ARQ093
      *==  ACAO: I=INCLUSAO  A=ALTERACAO  E=EXCLUSAO  9=TRAILER
      *==  A LINHA DO CONTROLE LEVA O NOME DO EXTRATO
      *==  (MOVIMENTO-CLIENTES) -- O DIARIO CONTABIL DO ARQ125 E
      *==  REGISTRADO NO MESMO ARQUIVO
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT MOVIMENTO ASSIGN TO
       FD MOVIMENTO.
       01 REG-MOVIMENTO.
           05 MOV-ACAO           PIC X(01).
           05 MOV-REGISTRO       PIC X(144).

       01 REG-MOVIMENTO-TRAILER REDEFINES REG-MOVIMENTO.
           05 MOV-TRL-TIPO       PIC X(01).
           05 MOV-TRL-INDICADOR  PIC X(04).
           05 MOV-TRL-QTDE       PIC 9(06).
           05 MOV-TRL-DATA       PIC X(08).
           05 FILLER             PIC X(126).

       FD CONTROLE-EXTRATOS.
       01 REG-CONTROLE-EXTRATO.
           05 EXT-DATA           PIC X(08).
           05 FILLER             PIC X(01).
           05 EXT-QTDE           PIC 9(06).
           05 FILLER             PIC X(01).
           05 EXT-ARQUIVO        PIC X(20).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
           MOVE SPACES TO REG-CONTROLE-EXTRATO.
           MOVE WRK-DATA-PEDIDA TO EXT-DATA.
           MOVE WRK-ACUM-DETALHES TO EXT-QTDE.
           MOVE "MOVIMENTO-CLIENTES" TO EXT-ARQUIVO.
           WRITE REG-CONTROLE-EXTRATO.
           CLOSE CONTROLE-EXTRATOS.

