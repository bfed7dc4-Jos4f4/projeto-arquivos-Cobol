       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ134 IS INITIAL PROGRAM.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: MANUTENCAO E CONSULTA DOS GRUPOS ECONOMICOS
      *==            (GRUPOS-ECONOMICOS.TXT, VIDE GECREG) -- LIGA UM
      *==            CLIENTE A CABECA DO GRUPO, DESLIGA, GRAVA O
      *==            LIMITE CONSOLIDADO DO GRUPO E LISTA OS MEMBROS;
      *==            OS IDS SAO CONFERIDOS NO CADASTRO, NO MESMO MOLDE
      *==            DO LIMITE INDIVIDUAL (ARQ068)
      *==  INCLUIR COM O MESMO ID DE MEMBRO E CABECA ABRE O GRUPO; A
      *==  CABECA QUE AINDA NAO TEM REGISTRO GANHA O SEU (SEM LIMITE)
      *==  NA INCLUSAO DO PRIMEIRO MEMBRO; UM CLIENTE SO PERTENCE A UM
      *==  GRUPO E A CABECA SO SAI DEPOIS DOS DEMAIS MEMBROS
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO
               "AMBIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMBIENTE.

           SELECT CLIENTES ASSIGN TO
               DYNAMIC WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT GRUPOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-GRUPOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEC-ID-CLIENTE
               ALTERNATE RECORD KEY IS GEC-ID-CABECA
                   WITH DUPLICATES
               FILE STATUS IS FS-GRUPOS.

       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE.
       01 REG-AMBIENTE PIC X(04).

       FD CLIENTES.
       01 REG-CLIENTES.
           COPY CLIREG.

       FD GRUPOS.
       01 REG-GRUPO.
           COPY GECREG.

       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE PIC 9(02) VALUE ZEROS.

      *===========SELECAO DE AMBIENTE (PROD/TEST/DEV)==========
       77 WRK-AMBIENTE PIC X(04) VALUE "PROD".
       77 WRK-CAMINHO-CLIENTES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-GRUPOS PIC X(30) VALUE SPACES.

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-GRUPOS PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.

      *===========VARIAVEIS DE ENTRADA DE DADOS============
       77 WRK-OPERACAO PIC X(01) VALUE SPACES.
       77 WRK-ID PIC 9(07) VALUE ZEROS.
       77 WRK-ID-CABECA PIC 9(07) VALUE ZEROS.
       77 WRK-LIMITE-ALFA PIC X(12) VALUE SPACES.
       77 WRK-LIMITE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIMITE-EDITADO PIC ZZZZZZ9.99.

      *===========CONFERENCIAS E LISTA DE MEMBROS==============
       77 WRK-CLIENTE-OK PIC X(01) VALUE 'N'.
       77 WRK-CABECA-OK PIC X(01) VALUE 'N'.
       77 WRK-CABECA-NOVA PIC X(01) VALUE 'N'.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-QTDE-MEMBROS PIC 9(05) VALUE ZEROS.
       77 WRK-NOME-MEMBRO PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           GOBACK.

       0100-INICIALIZE SECTION.
           PERFORM 0102-DETERMINA-AMBIENTE.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O GRUPOS.
           IF FS-GRUPOS EQUAL 35
               OPEN OUTPUT GRUPOS
               CLOSE GRUPOS
               OPEN I-O GRUPOS
           END-IF.
           IF FS-GRUPOS NOT EQUAL 00
               MOVE "GRUPOS-ECONOMICOS NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "MANUTENCAO DE GRUPOS ECONOMICOS".
           DISPLAY "OPERACAO (I=INCLUIR MEMBRO E=EXCLUIR MEMBRO".
           DISPLAY "          L=LIMITE DO GRUPO C=CONSULTAR)...".
           ACCEPT WRK-OPERACAO.
           DISPLAY "DIGITE O ID DO CLIENTE".
           ACCEPT WRK-ID.

       0102-DETERMINA-AMBIENTE SECTION.
           OPEN INPUT AMBIENTE.
           IF FS-AMBIENTE EQUAL 00
               READ AMBIENTE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-AMBIENTE TO WRK-AMBIENTE
               END-READ
               CLOSE AMBIENTE
           END-IF.
           EVALUATE WRK-AMBIENTE
               WHEN "TEST"
                   MOVE "CLIENTES-TEST.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "GRUPOS-ECONOMICOS-TEST.txt" TO
                       WRK-CAMINHO-GRUPOS
               WHEN "DEV"
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "GRUPOS-ECONOMICOS-DEV.txt" TO
                       WRK-CAMINHO-GRUPOS
               WHEN OTHER
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\GRUPOS-ECONOMICOS.txt" TO
                       WRK-CAMINHO-GRUPOS
           END-EVALUATE.

       0200-PROCESS SECTION.
           MOVE WRK-ID TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "ID NAO ENCONTRADO NO CADASTRO"
                   GOBACK
               NOT INVALID KEY
                   DISPLAY "CLIENTE...   " REG-NOME
           END-READ.
           EVALUATE WRK-OPERACAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0210-INCLUI-MEMBRO
               WHEN 'E'
               WHEN 'e'
                   PERFORM 0230-EXCLUI-MEMBRO
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0240-LIMITE-GRUPO
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0250-CONSULTA-GRUPO
               WHEN OTHER
                   DISPLAY "OPERACAO INVALIDA"
           END-EVALUATE.

       0210-INCLUI-MEMBRO SECTION.
           MOVE WRK-ID TO GEC-ID-CLIENTE.
           READ GRUPOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CLIENTE JA PERTENCE AO GRUPO "
                       GEC-ID-CABECA " -- EXCLUA ANTES"
                   GOBACK
           END-READ.
           DISPLAY "DIGITE O ID DA CABECA DO GRUPO".
           DISPLAY "(O PROPRIO ID ABRE UM GRUPO NOVO)...".
           ACCEPT WRK-ID-CABECA.
           PERFORM 0220-CONFERE-CABECA.
           IF WRK-CABECA-OK NOT EQUAL 'S'
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           IF WRK-CABECA-NOVA EQUAL 'S'
               MOVE WRK-ID-CABECA TO GEC-ID-CLIENTE
               MOVE WRK-ID-CABECA TO GEC-ID-CABECA
               MOVE ZEROS TO GEC-LIMITE-GRUPO
               MOVE WRK-DATA-HORA (1:8) TO GEC-DATA
               WRITE REG-GRUPO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A CABECA DO GRUPO"
                       GOBACK
                   NOT INVALID KEY
                       DISPLAY "GRUPO ABERTO -- CABECA " WRK-ID-CABECA
               END-WRITE
           END-IF.
           IF WRK-ID NOT EQUAL WRK-ID-CABECA
               MOVE WRK-ID TO GEC-ID-CLIENTE
               MOVE WRK-ID-CABECA TO GEC-ID-CABECA
               MOVE ZEROS TO GEC-LIMITE-GRUPO
               MOVE WRK-DATA-HORA (1:8) TO GEC-DATA
               WRITE REG-GRUPO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O MEMBRO"
                   NOT INVALID KEY
                       DISPLAY "MEMBRO INCLUIDO NO GRUPO "
                           WRK-ID-CABECA
               END-WRITE
           END-IF.

       0220-CONFERE-CABECA SECTION.
      *==  A CABECA TEM QUE EXISTIR NO CADASTRO E NAO PODE SER MEMBRO
      *==  DE OUTRO GRUPO; SEM REGISTRO NO ARQUIVO ELA E CRIADA
           MOVE 'N' TO WRK-CABECA-OK.
           MOVE 'N' TO WRK-CABECA-NOVA.
           MOVE WRK-ID-CABECA TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CABECA NAO ENCONTRADA NO CADASTRO"
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CABECA-OK
           END-READ.
           IF WRK-CABECA-OK EQUAL 'S'
               MOVE WRK-ID-CABECA TO GEC-ID-CLIENTE
               READ GRUPOS
                   INVALID KEY
                       MOVE 'S' TO WRK-CABECA-NOVA
                   NOT INVALID KEY
                       IF GEC-ID-CABECA NOT EQUAL WRK-ID-CABECA
                           MOVE 'N' TO WRK-CABECA-OK
                           DISPLAY "ID INFORMADO E MEMBRO DO GRUPO "
                               GEC-ID-CABECA " -- USE ESSA CABECA"
                       END-IF
               END-READ
           END-IF.

       0230-EXCLUI-MEMBRO SECTION.
           MOVE WRK-ID TO GEC-ID-CLIENTE.
           READ GRUPOS
               INVALID KEY
                   DISPLAY "CLIENTE NAO PERTENCE A NENHUM GRUPO"
                   GOBACK
           END-READ.
           IF GEC-ID-CABECA EQUAL WRK-ID
               MOVE WRK-ID TO WRK-ID-CABECA
               PERFORM 0260-CONTA-MEMBROS
               IF WRK-QTDE-MEMBROS > 1
                   DISPLAY "CABECA COM OUTROS MEMBROS -- EXCLUA"
                       " OS MEMBROS ANTES"
                   GOBACK
               END-IF
           END-IF.
           MOVE WRK-ID TO GEC-ID-CLIENTE.
           DELETE GRUPOS
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR O MEMBRO"
               NOT INVALID KEY
                   DISPLAY "MEMBRO EXCLUIDO DO GRUPO"
           END-DELETE.

       0240-LIMITE-GRUPO SECTION.
           MOVE WRK-ID TO GEC-ID-CLIENTE.
           READ GRUPOS
               INVALID KEY
                   DISPLAY "CLIENTE NAO PERTENCE A NENHUM GRUPO"
                   GOBACK
           END-READ.
           IF GEC-ID-CABECA NOT EQUAL WRK-ID
               DISPLAY "O LIMITE FICA NA CABECA DO GRUPO -- ID "
                   GEC-ID-CABECA
               GOBACK
           END-IF.
           MOVE GEC-LIMITE-GRUPO TO WRK-LIMITE-EDITADO.
           DISPLAY "LIMITE ATUAL DO GRUPO...   " WRK-LIMITE-EDITADO.
           DISPLAY "DIGITE O LIMITE DO GRUPO (0=SEM LIMITE)...".
           ACCEPT WRK-LIMITE-ALFA.
           COMPUTE WRK-LIMITE = FUNCTION NUMVAL (WRK-LIMITE-ALFA).
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-LIMITE TO GEC-LIMITE-GRUPO.
           MOVE WRK-DATA-HORA (1:8) TO GEC-DATA.
           REWRITE REG-GRUPO
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR LIMITE DO GRUPO"
               NOT INVALID KEY
                   DISPLAY "LIMITE DO GRUPO ALTERADO"
           END-REWRITE.

       0250-CONSULTA-GRUPO SECTION.
           MOVE WRK-ID TO GEC-ID-CLIENTE.
           READ GRUPOS
               INVALID KEY
                   DISPLAY "CLIENTE NAO PERTENCE A NENHUM GRUPO"
                   GOBACK
           END-READ.
           MOVE GEC-ID-CABECA TO WRK-ID-CABECA.
           MOVE WRK-ID-CABECA TO GEC-ID-CLIENTE.
           READ GRUPOS
               INVALID KEY
                   MOVE ZEROS TO GEC-LIMITE-GRUPO
           END-READ.
           DISPLAY "================================".
           DISPLAY "CABECA DO GRUPO...   " WRK-ID-CABECA.
           IF GEC-LIMITE-GRUPO EQUAL ZEROS
               DISPLAY "LIMITE DO GRUPO...   SEM LIMITE CONSOLIDADO"
           ELSE
               MOVE GEC-LIMITE-GRUPO TO WRK-LIMITE-EDITADO
               DISPLAY "LIMITE DO GRUPO...   " WRK-LIMITE-EDITADO
           END-IF.
           DISPLAY "MEMBROS:".
           MOVE ZEROS TO WRK-QTDE-MEMBROS.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID-CABECA TO GEC-ID-CABECA.
           START GRUPOS KEY IS EQUAL TO GEC-ID-CABECA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ GRUPOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF GEC-ID-CABECA EQUAL WRK-ID-CABECA
                           ADD 1 TO WRK-QTDE-MEMBROS
                           PERFORM 0255-EXIBE-MEMBRO
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "TOTAL DE MEMBROS...   " WRK-QTDE-MEMBROS.

       0255-EXIBE-MEMBRO SECTION.
           MOVE GEC-ID-CLIENTE TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "(FORA DO CADASTRO)" TO WRK-NOME-MEMBRO
               NOT INVALID KEY
                   MOVE REG-NOME TO WRK-NOME-MEMBRO
           END-READ.
           IF GEC-ID-CLIENTE EQUAL WRK-ID-CABECA
               DISPLAY "   " GEC-ID-CLIENTE " " WRK-NOME-MEMBRO
                   " (CABECA) DESDE " GEC-DATA
           ELSE
               DISPLAY "   " GEC-ID-CLIENTE " " WRK-NOME-MEMBRO
                   " DESDE " GEC-DATA
           END-IF.

       0260-CONTA-MEMBROS SECTION.
           MOVE ZEROS TO WRK-QTDE-MEMBROS.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID-CABECA TO GEC-ID-CABECA.
           START GRUPOS KEY IS EQUAL TO GEC-ID-CABECA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ GRUPOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF GEC-ID-CABECA EQUAL WRK-ID-CABECA
                           ADD 1 TO WRK-QTDE-MEMBROS
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.

       0300-FINISH SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CLIENTES.
           CLOSE GRUPOS.

       9000-TRATA-ERRO SECTION.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.
