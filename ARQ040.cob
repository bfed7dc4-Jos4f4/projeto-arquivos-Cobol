      *==            NORMALIZADO + ENDERECO, E LISTA OS GRUPOS COM
      *==            MAIS DE UM REGISTRO NO RELATORIO DE REVISAO QUE
      *==            ALIMENTA A FUSAO MANUAL (ARQ041)
      *==  NO PRIMEIRO PASSO A PESSOA JURIDICA AGRUPA PELO CNPJ E A
      *==  FISICA PELO CPF -- O CPF DE SOCIO GRAVADO NA EMPRESA NAO A
      *==  JUNTA COM O CADASTRO DO PROPRIO SOCIO
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT SORT-WORK ASSIGN TO

       0200-PROCESS SECTION.
           MOVE 1 TO WRK-PASSO.
           MOVE "CPF/CNPJ IGUAL" TO WRK-MOTIVO.
           SORT SORT-WORK
               ASCENDING KEY SD-CHAVE
               INPUT PROCEDURE 0210-RELEASE-CLIENTES
           CLOSE CLIENTES.

       0220-MONTA-CHAVE SECTION.
      *==  PASSO 1: A CHAVE DE AGRUPAMENTO E O TIPO DE PESSOA MAIS O
      *==  DOCUMENTO -- CNPJ PARA 'J', CPF PARA OS DEMAIS (EM BRANCO
      *==  NAO AGRUPA); PASSO 2: NOME + LOGRADOURO SEM ESPACOS, PARA QUE
      *==  "JOSE  SILVA" E "JOSE SILVA" CAIAM NO MESMO GRUPO
           MOVE SPACES TO SD-CHAVE.
           IF WRK-PASSO EQUAL 1
               IF REG-TIPO-PESSOA EQUAL 'J'
                   IF REG-CNPJ NOT EQUAL SPACES
                       MOVE "J" TO SD-CHAVE (1:1)
                       MOVE REG-CNPJ TO SD-CHAVE (2:14)
                   END-IF
               ELSE
                   IF REG-CPF NOT EQUAL SPACES
                       MOVE "F" TO SD-CHAVE (1:1)
                       MOVE REG-CPF TO SD-CHAVE (2:11)
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WRK-TEXTO-BRUTO
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "GRUPOS POR CPF/CNPJ.....: " DELIMITED BY SIZE
               WRK-ACUM-GRUPOS-CPF DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY "================================".
           DISPLAY "GRUPOS POR CPF/CNPJ.....: " WRK-ACUM-GRUPOS-CPF.
           DISPLAY "GRUPOS POR NOME+ENDER...: " WRK-ACUM-GRUPOS-NOME.
           DISPLAY "RELATORIO EM RELATORIO-DUPLICADOS.TXT".
           DISPLAY "FIM DE PROGRAMA".
