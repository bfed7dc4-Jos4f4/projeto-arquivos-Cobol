      *==            ATIVOS INCLUIDOS OU MOVIMENTADOS DESDE A
      *==            EXTRACAO ANTERIOR (BUREAU-CONTROLE.TXT)
      *==  LAYOUT: TIPO 0=HEADER  1=DETALHE  9=TRAILER
      *==  O DETALHE LEVA O TIPO DE PESSOA (F/J) NA POSICAO 84: PESSOA
      *==  FISICA VAI COM O CPF (POSICOES 2-12) E JURIDICA COM O CNPJ
      *==  (POSICOES 85-98) E O CPF EM BRANCO -- O CPF DE SOCIO NAO E
      *==  ENVIADO COMO DOCUMENTO DA EMPRESA
      *==  CADA DOCUMENTO EXPORTADO E REGISTRADO EM BUREAU-ENVIADOS.TXT
      *==  COM A SEQUENCIA DA REMESSA, PARA A CONCILIACAO DO ARQ094;
      *==  OS CPFS SEM RESPOSTA LISTADOS EM PENDENTES-REMESSA.TXT
      *==  (GERADO PELO ARQ094) ENTRAM DE NOVO NA REMESSA MESMO SEM
      *==  MOVIMENTO NO LOG
      *==  A LINHA DE PENDENTES-REMESSA TRAZ AINDA A DATA DO ENVIO
      *==  ORIGINAL (PND-DATA-ENVIO), QUE A REMESSA NAO USA
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT LOG-TRANSACOES ASSIGN TO
           05 ENV-CPF            PIC X(11).
           05 FILLER             PIC X(01).
           05 ENV-DATA           PIC X(08).
           05 FILLER             PIC X(01).
           05 ENV-CNPJ           PIC X(14).

       FD PENDENTES.
       01 REG-PENDENTE.
           05 PND-CPF            PIC X(11).
           05 PND-CNPJ           PIC X(14).
           05 PND-DATA-ENVIO     PIC X(08).

       FD REMESSA.
       01 REG-REMESSA PIC X(105).

       01 REG-REMESSA-HEADER REDEFINES REG-REMESSA.
           05 HDR-TIPO           PIC X(01).
           05 HDR-DATA           PIC X(08).
           05 HDR-SEQUENCIA      PIC 9(06).
           05 FILLER             PIC X(90).

       01 REG-REMESSA-DETALHE REDEFINES REG-REMESSA.
           05 DET-TIPO           PIC X(01).
           05 DET-UF             PIC X(02).
           05 DET-CEP            PIC X(08).
           05 DET-TELEFONE       PIC X(11).
           05 DET-TIPO-PESSOA    PIC X(01).
           05 DET-CNPJ           PIC X(14).
           05 FILLER             PIC X(07).

       01 REG-REMESSA-TRAILER REDEFINES REG-REMESSA.
           05 TRL-INDICADOR      PIC X(04).
           05 TRL-QTDE-REGISTROS PIC 9(06).
           05 TRL-DATA-EXECUCAO  PIC X(08).
           05 FILLER             PIC X(86).

       FD CONTROLE.
       01 REG-CONTROLE.
       0122-CARREGA-PENDENTES SECTION.
      *==  OS CPFS SEM RESPOSTA DA CONCILIACAO (ARQ094) VOLTAM PARA
      *==  A REMESSA -- O ID E RESOLVIDO PELA CHAVE ALTERNATIVA
      *==  REG-CPF (OU REG-CNPJ, QUANDO A LINHA TRAZ CNPJ) E ENTRA NA
      *==  MESMA TABELA DO MOVIMENTO; O ARQUIVO DE PENDENTES E
      *==  CONSUMIDO (ESVAZIADO) NA SAIDA
           OPEN INPUT PENDENTES.
           IF FS-PENDENTES EQUAL 00
               READ PENDENTES
               PERFORM UNTIL FS-PENDENTES NOT EQUAL 00
                   EVALUATE TRUE
                       WHEN PND-CNPJ NOT EQUAL SPACES
                           MOVE PND-CNPJ TO REG-CNPJ
                           READ CLIENTES KEY IS REG-CNPJ
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE REG-ID TO WRK-ID-LOG
                                   PERFORM 0127-GUARDA-ID
                           END-READ
                       WHEN PND-CPF NOT EQUAL SPACES
                           MOVE PND-CPF TO REG-CPF
                           READ CLIENTES KEY IS REG-CPF
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE REG-ID TO WRK-ID-LOG
                                   PERFORM 0127-GUARDA-ID
                           END-READ
                   END-EVALUATE
                   READ PENDENTES
               END-PERFORM
               CLOSE PENDENTES
       0220-GRAVA-DETALHE SECTION.
           MOVE SPACES TO REG-REMESSA.
           MOVE '1' TO DET-TIPO.
           IF REG-TIPO-PESSOA EQUAL 'J'
               MOVE 'J' TO DET-TIPO-PESSOA
               MOVE REG-CNPJ TO DET-CNPJ
           ELSE
               MOVE 'F' TO DET-TIPO-PESSOA
               MOVE REG-CPF TO DET-CPF
           END-IF.
           MOVE REG-NOME TO DET-NOME.
           MOVE REG-LOGRADOURO TO DET-LOGRADOURO.
           MOVE REG-CIDADE TO DET-CIDADE.
           ADD 1 TO WRK-ACUM-EXPORTADOS.
           MOVE SPACES TO REG-ENVIADO.
           MOVE WRK-SEQUENCIA TO ENV-SEQUENCIA.
           MOVE DET-CPF TO ENV-CPF.
           MOVE DET-CNPJ TO ENV-CNPJ.
           MOVE WRK-DATA-HOJE TO ENV-DATA.
           WRITE REG-ENVIADO.

