      *==            EXCECOES
      *==  LAYOUT DO RETORNO: TIPO(1) CPF(11) STATUS(2) DATA(8) --
      *==  TIPOS 0 E 9 (HEADER/TRAILER) SAO IGNORADOS
      *==  RETORNO DE PESSOA JURIDICA TRAZ 'J' NA POSICAO 23 E O CNPJ
      *==  NAS POSICOES 24-37 (CPF EM BRANCO) E E CASADO PELA CHAVE
      *==  ALTERNATIVA REG-CNPJ; POSICAO 23 EM BRANCO VALE CPF
      *==  CADA CPF RESPONDIDO E REGISTRADO EM
      *==  BUREAU-RESPONDIDOS.TXT PARA A CONCILIACAO
      *==  REMESSA X RETORNO DO ARQ094
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT CREDITO ASSIGN TO
           05 RET-CPF            PIC X(11).
           05 RET-STATUS         PIC X(02).
           05 RET-DATA           PIC X(08).
           05 RET-TIPO-PESSOA    PIC X(01).
           05 RET-CNPJ           PIC X(14).
           05 FILLER             PIC X(43).

       FD CLIENTES.
       01 REG-CLIENTES.
           05 RSP-CPF            PIC X(11).
           05 FILLER             PIC X(01).
           05 RSP-DATA           PIC X(08).
           05 FILLER             PIC X(01).
           05 RSP-CNPJ           PIC X(14).

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.
      *==  CPFS ENVIADOS PELO ARQ053 -- RESPONDIDO E RESPONDIDO,
      *==  MESMO QUE O CPF NAO CASE COM O CADASTRO
           MOVE SPACES TO REG-RESPONDIDO.
           IF RET-TIPO-PESSOA EQUAL 'J'
               MOVE RET-CNPJ TO RSP-CNPJ
           ELSE
               MOVE RET-CPF TO RSP-CPF
           END-IF.
           MOVE WRK-DATA-HOJE TO RSP-DATA.
           WRITE REG-RESPONDIDO.

       0210-PROCESSA-RETORNO SECTION.
      *==  O CPF DO RETORNO E PROCURADO NO CADASTRO PELA CHAVE
      *==  ALTERNATIVA -- SEM CORRESPONDENCIA O RETORNO VIRA EXCECAO
           IF RET-TIPO-PESSOA EQUAL 'J'
               MOVE RET-CNPJ TO REG-CNPJ
               READ CLIENTES KEY IS REG-CNPJ
                   INVALID KEY
                       PERFORM 0230-REGISTRA-EXCECAO
                   NOT INVALID KEY
                       MOVE REG-ID TO WRK-ID-CASADO
                       PERFORM 0220-ATUALIZA-CREDITO
               END-READ
           ELSE
               MOVE RET-CPF TO REG-CPF
               READ CLIENTES KEY IS REG-CPF
                   INVALID KEY
                       PERFORM 0230-REGISTRA-EXCECAO
                   NOT INVALID KEY
                       MOVE REG-ID TO WRK-ID-CASADO
                       PERFORM 0220-ATUALIZA-CREDITO
               END-READ
           END-IF.

       0220-ATUALIZA-CREDITO SECTION.
           MOVE WRK-ID-CASADO TO CRD-ID-CLIENTE.
       0230-REGISTRA-EXCECAO SECTION.
           ADD 1 TO WRK-ACUM-EXCECOES.
           MOVE SPACES TO REG-EXCECAO.
           IF RET-TIPO-PESSOA EQUAL 'J'
               STRING "CNPJ " DELIMITED BY SIZE
                   RET-CNPJ DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   RET-STATUS DELIMITED BY SIZE
                   " SEM CORRESPONDENCIA NO CADASTRO" DELIMITED BY SIZE
                   INTO REG-EXCECAO
           ELSE
               STRING "CPF " DELIMITED BY SIZE
                   RET-CPF DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   RET-STATUS DELIMITED BY SIZE
                   " SEM CORRESPONDENCIA NO CADASTRO" DELIMITED BY SIZE
                   INTO REG-EXCECAO
           END-IF.
           WRITE REG-EXCECAO.

       0300-FINISH SECTION.
