      *==            CLIENTE SAI DO CADASTRO (EXCLUSAO PELO ARQ009
      *==            OU EXPURGO PELO ARQ017), AS LINHAS DELE EM
      *==            PEDIDOS, FATURAS, CONTATOS, CONSENTIMENTO,
      *==            CREDITO-STATUS, OCORRENCIAS, PEDIDOS-VENDEDOR
      *==            E PEDIDOS-ITENS NAO PODEM FICAR ORFAS; A FUNCAO
      *==            'V' CONTA OS PEDIDOS ABERTOS ('A') E AS
      *==            FATURAS ABERTAS ('A') -- COM QUALQUER UM DOS
      *==            DOIS A REMOCAO DEVE SER RECUSADA PELO
      *==            APONTANDO PARA CLIENTE INEXISTENTE -- E A
      *==            FUNCAO 'E' REMOVE OS DEPENDENTES, GRAVANDO
      *==            CADA ACAO NO LOG DE TRANSACOES PARA AUDITORIA
      *==  A CONDICAO DE PAGAMENTO DOS PEDIDOS (PEDIDOS-CONDICAO) E AS
      *==  NOTAS DE CREDITO DO CLIENTE (NOTAS-CREDITO, COM AS LINHAS
      *==  EM NOTAS-CREDITO-ITENS) SAEM NA MESMA CASCATA
      *==  OS ENCARGOS DE ATRASO DO CLIENTE (ENCARGOS) TAMBEM SAEM
      *==  NA CASCATA
      *==  OS LANCAMENTOS DA CONTA CORRENTE DO CLIENTE (CONTA-CORRENTE)
      *==  TAMBEM SAEM NA CASCATA
      *==  A BAIXA POR PERDA DE CADA FATURA (BAIXAS-PERDA, CHAVE NUMERO
      *==  DA FATURA) SAI JUNTO COM A FATURA
      *==  O REGISTRO DE DISPUTA DE CADA FATURA (FATURAS-DISPUTA, VIDE
      *==  DSPREG) TAMBEM SAI JUNTO COM A FATURA
      *==  O CONTROLE DE LEMBRETE DE VENCIMENTO DE CADA FATURA
      *==  (LEMBRETES-VENCIMENTO, VIDE LBRREG) TAMBEM SAI
      *==  O REGISTRO DE COBRANCA NA AGENCIA DE CADA FATURA
      *==  (COBRANCA-EXTERNA, VIDE CEXREG) TAMBEM SAI
      *==  SAEM TAMBEM, PELA CHAVE QUE COMECA PELO ID: O RESGATE DE
      *==  PONTOS DOS PEDIDOS (PEDIDOS-RESGATE), AS ENTREGAS
      *==  (ENTREGAS), OS ALERTAS DE FRAUDE (ALERTAS-FRAUDE), O
      *==  EXTRATO DE PONTOS (PONTOS-FIDELIDADE), OS PEDIDOS
      *==  PROGRAMADOS (PEDIDOS-PROGRAMADOS E OS ITENS), AS COTACOES
      *==  (COTACOES E OS ITENS) E A CARTEIRA DO VENDEDOR
      *==  (CARTEIRA-VENDEDOR)
      *==  O REGISTRO DO CLIENTE NO GRUPO ECONOMICO (GRUPOS-ECONOMICOS)
      *==  SAI; SE ELE E A CABECA, O GRUPO ACABA -- SO A CABECA TEM O
      *==  LIMITE -- E OS MEMBROS SAO DESLIGADOS, CADA UM NO LOG, PARA
      *==  SEREM REAGRUPADOS NO ARQ134 SE FOR O CASO
      *=================================================================

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS FAT-CHAVE-PEDIDO
               FILE STATUS IS FS-FATURAS.

           SELECT BAIXAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-BAIXAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BXP-FAT-NUMERO
               FILE STATUS IS FS-BAIXAS.

           SELECT DISPUTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-DISPUTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-FAT-NUMERO
               ALTERNATE RECORD KEY IS DSP-CHAVE-OCORRENCIA
                   WITH DUPLICATES
               FILE STATUS IS FS-DISPUTAS.

           SELECT LEMBRETES ASSIGN TO
               DYNAMIC WRK-CAMINHO-LEMBRETES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LBR-FAT-NUMERO
               FILE STATUS IS FS-LEMBRETES.

           SELECT COBRANCA-EXTERNA ASSIGN TO
               DYNAMIC WRK-CAMINHO-CEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEX-FAT-NUMERO
               ALTERNATE RECORD KEY IS CEX-ID-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-CEX.

           SELECT OCORRENCIAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-OCORRENCIAS
               ORGANIZATION IS INDEXED
               RECORD KEY IS PDV-CHAVE
               FILE STATUS IS FS-PDV.

           SELECT ITENS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ITENS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITP-CHAVE
               FILE STATUS IS FS-ITENS.

           SELECT PED-CONDICAO ASSIGN TO
               DYNAMIC WRK-CAMINHO-PCP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCP-CHAVE
               FILE STATUS IS FS-PCP.

           SELECT NOTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-NOTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCR-NUMERO
               ALTERNATE RECORD KEY IS NCR-CHAVE-PEDIDO
                   WITH DUPLICATES
               FILE STATUS IS FS-NOTAS.

           SELECT NOTAS-ITENS ASSIGN TO
               DYNAMIC WRK-CAMINHO-NOTAS-ITENS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCI-CHAVE
               FILE STATUS IS FS-NOTAS-ITENS.

           SELECT ENCARGOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ENCARGOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               ALTERNATE RECORD KEY IS ENC-ID-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-ENCARGOS.

           SELECT CONTA-CORRENTE ASSIGN TO
               DYNAMIC WRK-CAMINHO-CONTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCC-CHAVE
               FILE STATUS IS FS-CONTA.

           SELECT PED-RESGATE ASSIGN TO
               DYNAMIC WRK-CAMINHO-PRS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-CHAVE
               FILE STATUS IS FS-PRS.

           SELECT ENTREGAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ENTREGAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               ALTERNATE RECORD KEY IS ENT-RASTREIO
                   WITH DUPLICATES
               FILE STATUS IS FS-ENTREGAS.

           SELECT ALERTAS-FRAUDE ASSIGN TO
               DYNAMIC WRK-CAMINHO-ALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALF-CHAVE
               FILE STATUS IS FS-ALF.

           SELECT PONTOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PONTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNT-CHAVE
               FILE STATUS IS FS-PONTOS.

           SELECT PROGRAMADOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PROGRAMADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-CHAVE
               FILE STATUS IS FS-PROGRAMADOS.

           SELECT PRG-ITENS ASSIGN TO
               DYNAMIC WRK-CAMINHO-PRI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRI-CHAVE
               FILE STATUS IS FS-PRI.

           SELECT COTACOES ASSIGN TO
               DYNAMIC WRK-CAMINHO-COTACOES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               FILE STATUS IS FS-COTACOES.

           SELECT COT-ITENS ASSIGN TO
               DYNAMIC WRK-CAMINHO-CTI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTI-CHAVE
               FILE STATUS IS FS-CTI.

           SELECT CARTEIRA ASSIGN TO
               DYNAMIC WRK-CAMINHO-CARTEIRA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CHAVE
               FILE STATUS IS FS-CARTEIRA.

           SELECT GRUPOS ASSIGN TO
               DYNAMIC WRK-CAMINHO-GRUPOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEC-ID-CLIENTE
               ALTERNATE RECORD KEY IS GEC-ID-CABECA
                   WITH DUPLICATES
               FILE STATUS IS FS-GRUPOS.

           SELECT LOG-TRANSACOES ASSIGN TO
               "CLIENTES-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 REG-FATURAS.
           COPY FATREG.

       FD BAIXAS.
       01 REG-BAIXAS.
           COPY BXPREG.

       FD DISPUTAS.
       01 REG-DISPUTA.
           COPY DSPREG.

       FD LEMBRETES.
       01 REG-LEMBRETE.
           COPY LBRREG.

       FD COBRANCA-EXTERNA.
       01 REG-COBRANCA-EXTERNA.
           COPY CEXREG.

       FD OCORRENCIAS.
       01 REG-OCORRENCIA.
           COPY OCOREG.
       01 REG-PED-VENDEDOR.
           COPY PDVREG.

       FD ITENS.
       01 REG-ITENS.
           COPY ITPREG.

       FD PED-CONDICAO.
       01 REG-PED-CONDICAO.
           COPY PCPREG.

       FD NOTAS.
       01 REG-NOTAS.
           COPY NCRREG.

       FD NOTAS-ITENS.
       01 REG-NOTAS-ITENS.
           COPY NCIREG.

       FD ENCARGOS.
       01 REG-ENCARGOS.
           COPY ENCREG.

       FD CONTA-CORRENTE.
       01 REG-CONTA-CORRENTE.
           COPY LCCREG.

       FD PED-RESGATE.
       01 REG-PED-RESGATE.
           COPY PRSREG.

       FD ENTREGAS.
       01 REG-ENTREGAS.
           COPY ENTREG.

       FD ALERTAS-FRAUDE.
       01 REG-ALF.
           COPY ALFREG.

       FD PONTOS.
       01 REG-PONTOS.
           COPY PNTREG.

       FD PROGRAMADOS.
       01 REG-PROGRAMADO.
           COPY PRGREG.

       FD PRG-ITENS.
       01 REG-PRG-ITEM.
           COPY PRIREG.

       FD COTACOES.
       01 REG-COTACAO.
           COPY COTREG.

       FD COT-ITENS.
       01 REG-COT-ITEM.
           COPY CTIREG.

       FD CARTEIRA.
       01 REG-CARTEIRA.
           COPY CARREG.

       FD GRUPOS.
       01 REG-GRUPO.
           COPY GECREG.

       FD LOG-TRANSACOES.
       01 REG-LOG-TRANSACAO PIC X(80).

       77 WRK-CAMINHO-FATURAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-OCORRENCIAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PDV PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ITENS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PCP PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-NOTAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-NOTAS-ITENS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ENCARGOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CONTA PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-BAIXAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-DISPUTAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-LEMBRETES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CEX PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PRS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ENTREGAS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-ALF PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PONTOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PROGRAMADOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-PRI PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-COTACOES PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CTI PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CARTEIRA PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-GRUPOS PIC X(30) VALUE SPACES.

       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-CONTATOS PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-OCORRENCIAS PIC 9(02) VALUE ZEROS.
       77 FS-PDV PIC 9(02) VALUE ZEROS.
       77 FS-ITENS PIC 9(02) VALUE ZEROS.
       77 FS-PCP PIC 9(02) VALUE ZEROS.
       77 FS-NOTAS PIC 9(02) VALUE ZEROS.
       77 FS-NOTAS-ITENS PIC 9(02) VALUE ZEROS.
       77 FS-ENCARGOS PIC 9(02) VALUE ZEROS.
       77 FS-CONTA PIC 9(02) VALUE ZEROS.
       77 FS-BAIXAS PIC 9(02) VALUE ZEROS.
       77 WRK-BAIXAS-ABERTO PIC X(01) VALUE 'N'.
       77 FS-DISPUTAS PIC 9(02) VALUE ZEROS.
       77 WRK-DISPUTAS-ABERTO PIC X(01) VALUE 'N'.
       77 FS-LEMBRETES PIC 9(02) VALUE ZEROS.
       77 WRK-LEMBRETES-ABERTO PIC X(01) VALUE 'N'.
       77 FS-CEX PIC 9(02) VALUE ZEROS.
       77 WRK-CEX-ABERTO PIC X(01) VALUE 'N'.
       77 FS-PRS PIC 9(02) VALUE ZEROS.
       77 FS-ENTREGAS PIC 9(02) VALUE ZEROS.
       77 FS-ALF PIC 9(02) VALUE ZEROS.
       77 FS-PONTOS PIC 9(02) VALUE ZEROS.
       77 FS-PROGRAMADOS PIC 9(02) VALUE ZEROS.
       77 FS-PRI PIC 9(02) VALUE ZEROS.
       77 FS-COTACOES PIC 9(02) VALUE ZEROS.
       77 FS-CTI PIC 9(02) VALUE ZEROS.
       77 FS-CARTEIRA PIC 9(02) VALUE ZEROS.
       77 FS-GRUPOS PIC 9(02) VALUE ZEROS.
       77 WRK-ERA-CABECA PIC X(01) VALUE 'N'.
       77 WRK-NCI-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-FIM-LINHAS PIC X(01) VALUE 'N'.
       77 WRK-NUMERO-NOTA PIC 9(07) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
                       WRK-CAMINHO-OCORRENCIAS
                   MOVE "PEDIDOS-VENDEDOR-TEST.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "PEDIDOS-ITENS-TEST.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "PEDIDOS-CONDICAO-TEST.txt" TO
                       WRK-CAMINHO-PCP
                   MOVE "NOTAS-CREDITO-TEST.txt" TO
                       WRK-CAMINHO-NOTAS
                   MOVE "NOTAS-CREDITO-ITENS-TEST.txt" TO
                       WRK-CAMINHO-NOTAS-ITENS
                   MOVE "ENCARGOS-TEST.txt" TO
                       WRK-CAMINHO-ENCARGOS
                   MOVE "CONTA-CORRENTE-TEST.txt" TO
                       WRK-CAMINHO-CONTA
                   MOVE "BAIXAS-PERDA-TEST.txt" TO
                       WRK-CAMINHO-BAIXAS
                   MOVE "FATURAS-DISPUTA-TEST.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "LEMBRETES-VENCIMENTO-TEST.txt" TO
                       WRK-CAMINHO-LEMBRETES
                   MOVE "COBRANCA-EXTERNA-TEST.txt" TO
                       WRK-CAMINHO-CEX
                   MOVE "PEDIDOS-RESGATE-TEST.txt" TO
                       WRK-CAMINHO-PRS
                   MOVE "ENTREGAS-TEST.txt" TO
                       WRK-CAMINHO-ENTREGAS
                   MOVE "ALERTAS-FRAUDE-TEST.txt" TO
                       WRK-CAMINHO-ALF
                   MOVE "PONTOS-FIDELIDADE-TEST.txt" TO
                       WRK-CAMINHO-PONTOS
                   MOVE "PEDIDOS-PROGRAMADOS-TEST.txt" TO
                       WRK-CAMINHO-PROGRAMADOS
                   MOVE "PEDIDOS-PROGRAMADOS-ITENS-TEST.txt" TO
                       WRK-CAMINHO-PRI
                   MOVE "COTACOES-TEST.txt" TO
                       WRK-CAMINHO-COTACOES
                   MOVE "COTACOES-ITENS-TEST.txt" TO
                       WRK-CAMINHO-CTI
                   MOVE "CARTEIRA-VENDEDOR-TEST.txt" TO
                       WRK-CAMINHO-CARTEIRA
                   MOVE "GRUPOS-ECONOMICOS-TEST.txt" TO
                       WRK-CAMINHO-GRUPOS
               WHEN "DEV"
                   MOVE "PEDIDOS-DEV.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "CONTATOS-DEV.txt" TO WRK-CAMINHO-CONTATOS
                       WRK-CAMINHO-OCORRENCIAS
                   MOVE "PEDIDOS-VENDEDOR-DEV.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "PEDIDOS-ITENS-DEV.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "PEDIDOS-CONDICAO-DEV.txt" TO
                       WRK-CAMINHO-PCP
                   MOVE "NOTAS-CREDITO-DEV.txt" TO
                       WRK-CAMINHO-NOTAS
                   MOVE "NOTAS-CREDITO-ITENS-DEV.txt" TO
                       WRK-CAMINHO-NOTAS-ITENS
                   MOVE "ENCARGOS-DEV.txt" TO
                       WRK-CAMINHO-ENCARGOS
                   MOVE "CONTA-CORRENTE-DEV.txt" TO
                       WRK-CAMINHO-CONTA
                   MOVE "BAIXAS-PERDA-DEV.txt" TO
                       WRK-CAMINHO-BAIXAS
                   MOVE "FATURAS-DISPUTA-DEV.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "LEMBRETES-VENCIMENTO-DEV.txt" TO
                       WRK-CAMINHO-LEMBRETES
                   MOVE "COBRANCA-EXTERNA-DEV.txt" TO
                       WRK-CAMINHO-CEX
                   MOVE "PEDIDOS-RESGATE-DEV.txt" TO
                       WRK-CAMINHO-PRS
                   MOVE "ENTREGAS-DEV.txt" TO
                       WRK-CAMINHO-ENTREGAS
                   MOVE "ALERTAS-FRAUDE-DEV.txt" TO
                       WRK-CAMINHO-ALF
                   MOVE "PONTOS-FIDELIDADE-DEV.txt" TO
                       WRK-CAMINHO-PONTOS
                   MOVE "PEDIDOS-PROGRAMADOS-DEV.txt" TO
                       WRK-CAMINHO-PROGRAMADOS
                   MOVE "PEDIDOS-PROGRAMADOS-ITENS-DEV.txt" TO
                       WRK-CAMINHO-PRI
                   MOVE "COTACOES-DEV.txt" TO
                       WRK-CAMINHO-COTACOES
                   MOVE "COTACOES-ITENS-DEV.txt" TO
                       WRK-CAMINHO-CTI
                   MOVE "CARTEIRA-VENDEDOR-DEV.txt" TO
                       WRK-CAMINHO-CARTEIRA
                   MOVE "GRUPOS-ECONOMICOS-DEV.txt" TO
                       WRK-CAMINHO-GRUPOS
               WHEN OTHER
                   MOVE "\PEDIDOS.txt" TO WRK-CAMINHO-PEDIDOS
                   MOVE "\CONTATOS.txt" TO WRK-CAMINHO-CONTATOS
                       WRK-CAMINHO-OCORRENCIAS
                   MOVE "\PEDIDOS-VENDEDOR.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "\PEDIDOS-ITENS.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "\PEDIDOS-CONDICAO.txt" TO
                       WRK-CAMINHO-PCP
                   MOVE "\NOTAS-CREDITO.txt" TO
                       WRK-CAMINHO-NOTAS
                   MOVE "\NOTAS-CREDITO-ITENS.txt" TO
                       WRK-CAMINHO-NOTAS-ITENS
                   MOVE "\ENCARGOS.txt" TO
                       WRK-CAMINHO-ENCARGOS
                   MOVE "\CONTA-CORRENTE.txt" TO
                       WRK-CAMINHO-CONTA
                   MOVE "\BAIXAS-PERDA.txt" TO
                       WRK-CAMINHO-BAIXAS
                   MOVE "\FATURAS-DISPUTA.txt" TO
                       WRK-CAMINHO-DISPUTAS
                   MOVE "\LEMBRETES-VENCIMENTO.txt" TO
                       WRK-CAMINHO-LEMBRETES
                   MOVE "\COBRANCA-EXTERNA.txt" TO
                       WRK-CAMINHO-CEX
                   MOVE "\PEDIDOS-RESGATE.txt" TO
                       WRK-CAMINHO-PRS
                   MOVE "\ENTREGAS.txt" TO
                       WRK-CAMINHO-ENTREGAS
                   MOVE "\ALERTAS-FRAUDE.txt" TO
                       WRK-CAMINHO-ALF
                   MOVE "\PONTOS-FIDELIDADE.txt" TO
                       WRK-CAMINHO-PONTOS
                   MOVE "\PEDIDOS-PROGRAMADOS.txt" TO
                       WRK-CAMINHO-PROGRAMADOS
                   MOVE "\PEDIDOS-PROGRAMADOS-ITENS.txt" TO
                       WRK-CAMINHO-PRI
                   MOVE "\COTACOES.txt" TO
                       WRK-CAMINHO-COTACOES
                   MOVE "\COTACOES-ITENS.txt" TO
                       WRK-CAMINHO-CTI
                   MOVE "\CARTEIRA-VENDEDOR.txt" TO
                       WRK-CAMINHO-CARTEIRA
                   MOVE "\GRUPOS-ECONOMICOS.txt" TO
                       WRK-CAMINHO-GRUPOS
           END-EVALUATE.

       0100-VERIFICA-PEDIDOS SECTION.
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE CAS-ID-CLIENTE TO FAT-ID-CLIENTE
               MOVE ZEROS TO FAT-SEQUENCIA
               MOVE ZEROS TO FAT-PARCELA
               MOVE ZEROS TO FAT-NUMERO
               START FATURAS KEY IS GREATER THAN FAT-CHAVE-PEDIDO
                   INVALID KEY
       0200-EXECUTA-CASCATA SECTION.
           PERFORM 0210-REMOVE-PEDIDOS.
           PERFORM 0212-REMOVE-VENDEDOR-PEDIDOS.
           PERFORM 0213-REMOVE-ITENS-PEDIDOS.
           PERFORM 0214-REMOVE-CONDICAO-PEDIDOS.
           PERFORM 0215-REMOVE-FATURAS.
           PERFORM 0216-REMOVE-NOTAS-CREDITO.
           PERFORM 0218-REMOVE-ENCARGOS.
           PERFORM 0219-REMOVE-CONTA-CORRENTE.
           PERFORM 0220-REMOVE-CONTATOS.
           PERFORM 0225-REMOVE-OCORRENCIAS.
           PERFORM 0230-REMOVE-CONSENTIMENTO.
           PERFORM 0240-REMOVE-CREDITO.
           PERFORM 0221-REMOVE-RESGATE-PEDIDOS.
           PERFORM 0222-REMOVE-ENTREGAS.
           PERFORM 0223-REMOVE-ALERTAS-FRAUDE.
           PERFORM 0224-REMOVE-PONTOS.
           PERFORM 0226-REMOVE-PROGRAMADOS.
           PERFORM 0227-REMOVE-ITENS-PROGRAMADOS.
           PERFORM 0228-REMOVE-COTACOES.
           PERFORM 0229-REMOVE-ITENS-COTACOES.
           PERFORM 0231-REMOVE-CARTEIRA.
           PERFORM 0241-REMOVE-GRUPO.
           MOVE 'S' TO CAS-RESULTADO.

       0210-REMOVE-PEDIDOS SECTION.
               CLOSE PED-VENDEDOR
           END-IF.

       0213-REMOVE-ITENS-PEDIDOS SECTION.
      *==  AS LINHAS DE ITEM TEM A CHAVE DO PEDIDO + NUMERO DA
      *==  LINHA -- O GRUPO DO CLIENTE SAI JUNTO COM OS PEDIDOS
           OPEN I-O ITENS.
           IF FS-ITENS EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE CAS-ID-CLIENTE TO ITP-ID-CLIENTE
               MOVE ZEROS TO ITP-SEQUENCIA ITP-LINHA
               START ITENS KEY IS GREATER THAN ITP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ ITENS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF ITP-ID-CLIENTE EQUAL CAS-ID-CLIENTE
                               MOVE SPACES TO WRK-ACAO-LOG
                               STRING "CASCATA ITEM-PEDIDO="
                                   DELIMITED BY SIZE
                                   ITP-ID-CLIENTE DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   ITP-SEQUENCIA DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   ITP-LINHA DELIMITED BY SIZE
                                   INTO WRK-ACAO-LOG
                               DELETE ITENS
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO CAS-REMOVIDOS
                                       PERFORM 0250-GRAVA-LOG
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITENS
           END-IF.

       0214-REMOVE-CONDICAO-PEDIDOS SECTION.
      *==  A CONDICAO DE PAGAMENTO DO PEDIDO TEM A MESMA CHAVE
      *==  COMPOSTA DOS PEDIDOS -- MESMO PERCURSO DO VENDEDOR
           OPEN I-O PED-CONDICAO.
           IF FS-PCP EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE CAS-ID-CLIENTE TO PCP-ID-CLIENTE
               MOVE ZEROS TO PCP-SEQUENCIA
               START PED-CONDICAO KEY IS GREATER THAN PCP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ PED-CONDICAO NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF PCP-ID-CLIENTE EQUAL CAS-ID-CLIENTE
                               MOVE SPACES TO WRK-ACAO-LOG
                               STRING "CASCATA CONDICAO-PEDIDO="
                                   DELIMITED BY SIZE
                                   PCP-ID-CLIENTE DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   PCP-SEQUENCIA DELIMITED BY SIZE
                                   INTO WRK-ACAO-LOG
                               DELETE PED-CONDICAO
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO CAS-REMOVIDOS
                                       PERFORM 0250-GRAVA-LOG
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PED-CONDICAO
           END-IF.

       0215-REMOVE-FATURAS SECTION.
      *==  COM A REMOCAO LIBERADA (SO HA FATURA PAGA), AS FATURAS
      *==  DO CLIENTE SAEM JUNTO COM OS PEDIDOS -- FATURA SEM
      *==  CLIENTE E SEM PEDIDO E SO ORFAO PARA O AUDITOR
           OPEN I-O FATURAS.
           IF FS-FATURAS EQUAL 00
               MOVE 'N' TO WRK-BAIXAS-ABERTO
               OPEN I-O BAIXAS
               IF FS-BAIXAS EQUAL 00
                   MOVE 'S' TO WRK-BAIXAS-ABERTO
               END-IF
               MOVE 'N' TO WRK-DISPUTAS-ABERTO
               OPEN I-O DISPUTAS
               IF FS-DISPUTAS EQUAL 00
                   MOVE 'S' TO WRK-DISPUTAS-ABERTO
               END-IF
               MOVE 'N' TO WRK-LEMBRETES-ABERTO
               OPEN I-O LEMBRETES
               IF FS-LEMBRETES EQUAL 00
                   MOVE 'S' TO WRK-LEMBRETES-ABERTO
               END-IF
               MOVE 'N' TO WRK-CEX-ABERTO
               OPEN I-O COBRANCA-EXTERNA
               IF FS-CEX EQUAL 00
                   MOVE 'S' TO WRK-CEX-ABERTO
               END-IF
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE CAS-ID-CLIENTE TO FAT-ID-CLIENTE
               MOVE ZEROS TO FAT-SEQUENCIA
               MOVE ZEROS TO FAT-PARCELA
               MOVE ZEROS TO FAT-NUMERO
               START FATURAS KEY IS GREATER THAN FAT-CHAVE-PEDIDO
                   INVALID KEY
                                   NOT INVALID KEY
                                       ADD 1 TO CAS-REMOVIDOS
                                       PERFORM 0250-GRAVA-LOG
                                       PERFORM 0211-REMOVE-BAIXA
                                       PERFORM 0209-REMOVE-DISPUTA
                                       PERFORM 0208-REMOVE-LEMBRETE
                                       PERFORM 0207-REMOVE-COBRANCA
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               IF WRK-BAIXAS-ABERTO EQUAL 'S'
                   CLOSE BAIXAS
               END-IF
               IF WRK-DISPUTAS-ABERTO EQUAL 'S'
                   CLOSE DISPUTAS
               END-IF
               IF WRK-LEMBRETES-ABERTO EQUAL 'S'
                   CLOSE LEMBRETES
               END-IF
               IF WRK-CEX-ABERTO EQUAL 'S'
                   CLOSE COBRANCA-EXTERNA
               END-IF
               CLOSE FATURAS
           END-IF.

       0211-REMOVE-BAIXA SECTION.
           IF WRK-BAIXAS-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO BXP-FAT-NUMERO
               DELETE BAIXAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CAS-REMOVIDOS
                       MOVE SPACES TO WRK-ACAO-LOG
                       STRING "CASCATA BAIXA PERDA FATURA="
                           DELIMITED BY SIZE
                           FAT-NUMERO DELIMITED BY SIZE
                           INTO WRK-ACAO-LOG
                       PERFORM 0250-GRAVA-LOG
               END-DELETE
           END-IF.

       0209-REMOVE-DISPUTA SECTION.
           IF WRK-DISPUTAS-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO DSP-FAT-NUMERO
               DELETE DISPUTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CAS-REMOVIDOS
                       MOVE SPACES TO WRK-ACAO-LOG
                       STRING "CASCATA DISPUTA FATURA="
                           DELIMITED BY SIZE
                           FAT-NUMERO DELIMITED BY SIZE
                           INTO WRK-ACAO-LOG
                       PERFORM 0250-GRAVA-LOG
               END-DELETE
           END-IF.

       0208-REMOVE-LEMBRETE SECTION.
           IF WRK-LEMBRETES-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO LBR-FAT-NUMERO
               DELETE LEMBRETES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CAS-REMOVIDOS
                       MOVE SPACES TO WRK-ACAO-LOG
                       STRING "CASCATA LEMBRETE FATURA="
                           DELIMITED BY SIZE
                           FAT-NUMERO DELIMITED BY SIZE
                           INTO WRK-ACAO-LOG
                       PERFORM 0250-GRAVA-LOG
               END-DELETE
           END-IF.

       0207-REMOVE-COBRANCA SECTION.
           IF WRK-CEX-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO CEX-FAT-NUMERO
               DELETE COBRANCA-EXTERNA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CAS-REMOVIDOS
                       MOVE SPACES TO WRK-ACAO-LOG
                       STRING "CASCATA COBRANCA FATURA="
                           DELIMITED BY SIZE
                           FAT-NUMERO DELIMITED BY SIZE
                           INTO WRK-ACAO-LOG
                       PERFORM 0250-GRAVA-LOG
               END-DELETE
           END-IF.

       0216-REMOVE-NOTAS-CREDITO SECTION.
      *==  AS NOTAS DE CREDITO SAEM PELA CHAVE ALTERNATIVA
      *==  NCR-CHAVE-PEDIDO, QUE COMECA PELO ID; AS LINHAS DE CADA
      *==  NOTA (CHAVE NUMERO DA NOTA + LINHA) SAEM JUNTO COM ELA
           OPEN I-O NOTAS.
           IF FS-NOTAS EQUAL 00
               MOVE 'N' TO WRK-NCI-ABERTO
               OPEN I-O NOTAS-ITENS
               IF FS-NOTAS-ITENS EQUAL 00
                   MOVE 'S' TO WRK-NCI-ABERTO
               END-IF
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE CAS-ID-CLIENTE TO NCR-ID-CLIENTE
               MOVE ZEROS TO NCR-SEQUENCIA
               START NOTAS KEY IS GREATER THAN NCR-CHAVE-PEDIDO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ NOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF NCR-ID-CLIENTE EQUAL CAS-ID-CLIENTE
                               MOVE NCR-NUMERO TO WRK-NUMERO-NOTA
                               MOVE SPACES TO WRK-ACAO-LOG
                               STRING "CASCATA NOTA-CREDITO="
                                   DELIMITED BY SIZE
                                   NCR-NUMERO DELIMITED BY SIZE
                                   INTO WRK-ACAO-LOG
                               DELETE NOTAS
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO CAS-REMOVIDOS
                                       PERFORM 0250-GRAVA-LOG
                                       PERFORM 0217-REMOVE-LINHAS-NOTA
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               IF WRK-NCI-ABERTO EQUAL 'S'
                   CLOSE NOTAS-ITENS
               END-IF
               CLOSE NOTAS
           END-IF.

       0217-REMOVE-LINHAS-NOTA SECTION.
           IF WRK-NCI-ABERTO EQUAL 'S'
               MOVE 'N' TO WRK-FIM-LINHAS
               MOVE WRK-NUMERO-NOTA TO NCI-NUMERO
               MOVE ZEROS TO NCI-LINHA
               START NOTAS-ITENS KEY IS GREATER THAN NCI-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LINHAS
               END-START
               PERFORM UNTIL WRK-FIM-LINHAS EQUAL 'S'
                   READ NOTAS-ITENS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-LINHAS
                       NOT AT END
                           IF NCI-NUMERO EQUAL WRK-NUMERO-NOTA
                               DELETE NOTAS-ITENS
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO CAS-REMOVIDOS
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-LINHAS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0218-REMOVE-ENCARGOS SECTION.
      *==  OS ENCARGOS DE ATRASO SAEM PELA CHAVE ALTERNATIVA
      *==  ENC-ID-CLIENTE -- O GRUPO DO CLIENTE E PERCORRIDO ATE
      *==  MUDAR O ID
           OPEN I-O ENCARGOS.
           IF FS-ENCARGOS EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE CAS-ID-CLIENTE TO ENC-ID-CLIENTE
               START ENCARGOS KEY IS EQUAL ENC-ID-CLIENTE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ ENCARGOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF ENC-ID-CLIENTE EQUAL CAS-ID-CLIENTE
                               MOVE SPACES TO WRK-ACAO-LOG
                               STRING "CASCATA ENCARGO="
                                   DELIMITED BY SIZE
                                   ENC-NUMERO DELIMITED BY SIZE
                                   INTO WRK-ACAO-LOG
                               DELETE ENCARGOS
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO CAS-REMOVIDOS
                                       PERFORM 0250-GRAVA-LOG
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS
           END-IF.

       0219-REMOVE-CONTA-CORRENTE SECTION.
      *==  A CHAVE COMECA PELO ID -- MESMO PERCURSO DOS CONTATOS
           OPEN I-O CONTA-CORRENTE.
           IF FS-CONTA EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE CAS-ID-CLIENTE TO LCC-ID-CLIENTE
               MOVE ZEROS TO LCC-SEQUENCIA
               START CONTA-CORRENTE KEY IS GREATER THAN LCC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ CONTA-CORRENTE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF LCC-ID-CLIENTE EQUAL CAS-ID-CLIENTE
                               MOVE SPACES TO WRK-ACAO-LOG
                               STRING "CASCATA LANCTO C/C="
                                   DELIMITED BY SIZE
                                   LCC-SEQUENCIA DELIMITED BY SIZE
                                   INTO WRK-ACAO-LOG
                               DELETE CONTA-CORRENTE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO CAS-REMOVIDOS
                                       PERFORM 0250-GRAVA-LOG
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTA-CORRENTE
           END-IF.

       0220-REMOVE-CONTATOS SECTION.
           OPEN I-O CONTATOS.
           IF FS-CONTATOS EQUAL 00
               CLOSE CREDITO
           END-IF.

       0221-REMOVE-RESGATE-PEDIDOS SECTION.
      *==  O RESGATE DE PONTOS DO PEDIDO TEM A MESMA CHAVE COMPOSTA
      *==  DOS PEDIDOS -- MESMO PERCURSO DO VENDEDOR
           OPEN I-O PED-RESGATE.
           IF FS-PRS EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE CAS-ID-CLIENTE TO PRS-ID-CLIENTE
               MOVE ZEROS TO PRS-SEQUENCIA
               START PED-RESGATE KEY IS GREATER THAN PRS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ PED-RESGATE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF PRS-ID-CLIENTE EQUAL CAS-ID-CLIENTE
                               MOVE SPACES TO WRK-ACAO-LOG
                               STRING "CASCATA RESGATE-PEDIDO="
                                   DELIMITED BY SIZE
                                   PRS-ID-CLIENTE DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   PRS-SEQUENCIA DELIMITED BY SIZE
                                   INTO WRK-ACAO-LOG
                               DELETE PED-RESGATE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO CAS-REMOVIDOS
                                       PERFORM 0250-GRAVA-LOG
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PED-RESGATE
           END-IF.

       0222-REMOVE-ENTREGAS SECTION.
      *==  A ENTREGA TEM A MESMA CHAVE COMPOSTA DOS PEDIDOS -- MESMO
      *==  PERCURSO DO VENDEDOR
           OPEN I-O ENTREGAS.
           IF FS-ENTREGAS EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE CAS-ID-CLIENTE TO ENT-ID-CLIENTE
               MOVE ZEROS TO ENT-SEQUENCIA
               START ENTREGAS KEY IS GREATER THAN ENT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ ENTREGAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF ENT-ID-CLIENTE EQUAL CAS-ID-CLIENTE
                               MOVE SPACES TO WRK-ACAO-LOG
                               STRING "CASCATA ENTREGA="
                                   DELIMITED BY SIZE
                                   ENT-ID-CLIENTE DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   ENT-SEQUENCIA DELIMITED BY SIZE
                                   INTO WRK-ACAO-LOG
                               DELETE ENTREGAS
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO CAS-REMOVIDOS
                                       PERFORM 0250-GRAVA-LOG
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTREGAS
           END-IF.

       0223-REMOVE-ALERTAS-FRAUDE SECTION.
      *==  OS ALERTAS TEM A CHAVE DO PEDIDO + REGRA -- O GRUPO DO
      *==  CLIENTE COMECA NA MENOR CHAVE COM O ID
           OPEN I-O ALERTAS-FRAUDE.
           IF FS-ALF EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE LOW-VALUES TO ALF-CHAVE
               MOVE CAS-ID-CLIENTE TO ALF-ID-CLIENTE
               START ALERTAS-FRAUDE KEY IS NOT LESS THAN ALF-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ ALERTAS-FRAUDE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF ALF-ID-CLIENTE EQUAL CAS-ID-CLIENTE
                               MOVE SPACES TO WRK-ACAO-LOG
                               STRING "CASCATA ALERTA-FRAUDE="
                                   DELIMITED BY SIZE
                                   ALF-ID-CLIENTE DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   ALF-SEQUENCIA DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   ALF-REGRA DELIMITED BY SIZE
                                   INTO WRK-ACAO-LOG
                               DELETE ALERTAS-FRAUDE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO CAS-REMOVIDOS
                                       PERFORM 0250-GRAVA-LOG
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTAS-FRAUDE
           END-IF.

       0224-REMOVE-PONTOS SECTION.
      *==  A CHAVE DO EXTRATO DE PONTOS COMECA PELO ID -- MESMO
      *==  PERCURSO DA CONTA CORRENTE
           OPEN I-O PONTOS.
           IF FS-PONTOS EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE CAS-ID-CLIENTE TO PNT-ID-CLIENTE
               MOVE ZEROS TO PNT-SEQUENCIA
               START PONTOS KEY IS GREATER THAN PNT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ PONTOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF PNT-ID-CLIENTE EQUAL CAS-ID-CLIENTE
                               MOVE SPACES TO WRK-ACAO-LOG
                               STRING "CASCATA LANCTO PONTOS="
                                   DELIMITED BY SIZE
                                   PNT-SEQUENCIA DELIMITED BY SIZE
                                   INTO WRK-ACAO-LOG
                               DELETE PONTOS
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO CAS-REMOVIDOS
                                       PERFORM 0250-GRAVA-LOG
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PONTOS
           END-IF.

       0226-REMOVE-PROGRAMADOS SECTION.
      *==  OS PEDIDOS PROGRAMADOS TEM CHAVE ID + NUMERO -- MESMO
      *==  PERCURSO DOS PEDIDOS; SEM ELES A CADEIA NOTURNA (ARQ143)
      *==  CONTINUARIA GERANDO PEDIDO PARA O ID REMOVIDO
           OPEN I-O PROGRAMADOS.
           IF FS-PROGRAMADOS EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE CAS-ID-CLIENTE TO PRG-ID-CLIENTE
               MOVE ZEROS TO PRG-NUMERO
               START PROGRAMADOS KEY IS GREATER THAN PRG-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ PROGRAMADOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF PRG-ID-CLIENTE EQUAL CAS-ID-CLIENTE
                               MOVE SPACES TO WRK-ACAO-LOG
                               STRING "CASCATA PEDIDO-PROGRAMADO="
                                   DELIMITED BY SIZE
                                   PRG-ID-CLIENTE DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   PRG-NUMERO DELIMITED BY SIZE
                                   INTO WRK-ACAO-LOG
                               DELETE PROGRAMADOS
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO CAS-REMOVIDOS
                                       PERFORM 0250-GRAVA-LOG
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRAMADOS
           END-IF.

       0227-REMOVE-ITENS-PROGRAMADOS SECTION.
      *==  OS ITENS TEM A CHAVE DA PROGRAMACAO + LINHA -- O GRUPO DO
      *==  CLIENTE SAI JUNTO COM AS PROGRAMACOES, COMO NOS ITENS DO
      *==  PEDIDO
           OPEN I-O PRG-ITENS.
           IF FS-PRI EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE CAS-ID-CLIENTE TO PRI-ID-CLIENTE
               MOVE ZEROS TO PRI-NUMERO PRI-LINHA
               START PRG-ITENS KEY IS GREATER THAN PRI-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ PRG-ITENS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF PRI-ID-CLIENTE EQUAL CAS-ID-CLIENTE
                               MOVE SPACES TO WRK-ACAO-LOG
                               STRING "CASCATA ITEM-PROGRAMADO="
                                   DELIMITED BY SIZE
                                   PRI-ID-CLIENTE DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   PRI-NUMERO DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   PRI-LINHA DELIMITED BY SIZE
                                   INTO WRK-ACAO-LOG
                               DELETE PRG-ITENS
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO CAS-REMOVIDOS
                                       PERFORM 0250-GRAVA-LOG
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRG-ITENS
           END-IF.

       0228-REMOVE-COTACOES SECTION.
      *==  AS COTACOES TEM CHAVE ID + NUMERO -- MESMO PERCURSO DOS
      *==  PEDIDOS
           OPEN I-O COTACOES.
           IF FS-COTACOES EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE CAS-ID-CLIENTE TO COT-ID-CLIENTE
               MOVE ZEROS TO COT-NUMERO
               START COTACOES KEY IS GREATER THAN COT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ COTACOES NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF COT-ID-CLIENTE EQUAL CAS-ID-CLIENTE
                               MOVE SPACES TO WRK-ACAO-LOG
                               STRING "CASCATA COTACAO="
                                   DELIMITED BY SIZE
                                   COT-ID-CLIENTE DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   COT-NUMERO DELIMITED BY SIZE
                                   INTO WRK-ACAO-LOG
                               DELETE COTACOES
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO CAS-REMOVIDOS
                                       PERFORM 0250-GRAVA-LOG
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COTACOES
           END-IF.

       0229-REMOVE-ITENS-COTACOES SECTION.
      *==  AS LINHAS TEM A CHAVE DA COTACAO + LINHA -- O GRUPO DO
      *==  CLIENTE SAI JUNTO COM AS COTACOES
           OPEN I-O COT-ITENS.
           IF FS-CTI EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE CAS-ID-CLIENTE TO CTI-ID-CLIENTE
               MOVE ZEROS TO CTI-NUMERO CTI-LINHA
               START COT-ITENS KEY IS GREATER THAN CTI-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ COT-ITENS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF CTI-ID-CLIENTE EQUAL CAS-ID-CLIENTE
                               MOVE SPACES TO WRK-ACAO-LOG
                               STRING "CASCATA ITEM-COTACAO="
                                   DELIMITED BY SIZE
                                   CTI-ID-CLIENTE DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   CTI-NUMERO DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   CTI-LINHA DELIMITED BY SIZE
                                   INTO WRK-ACAO-LOG
                               DELETE COT-ITENS
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO CAS-REMOVIDOS
                                       PERFORM 0250-GRAVA-LOG
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COT-ITENS
           END-IF.

       0231-REMOVE-CARTEIRA SECTION.
      *==  A CARTEIRA TEM CHAVE ID + DATA DE INICIO -- O HISTORICO
      *==  DE ATRIBUICOES DO CLIENTE SAI INTEIRO
           OPEN I-O CARTEIRA.
           IF FS-CARTEIRA EQUAL 00
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE CAS-ID-CLIENTE TO CAR-ID-CLIENTE
               MOVE LOW-VALUES TO CAR-DATA-INICIO
               START CARTEIRA KEY IS NOT LESS THAN CAR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ CARTEIRA NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF CAR-ID-CLIENTE EQUAL CAS-ID-CLIENTE
                               MOVE SPACES TO WRK-ACAO-LOG
                               STRING "CASCATA CARTEIRA="
                                   DELIMITED BY SIZE
                                   CAR-ID-CLIENTE DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   CAR-DATA-INICIO DELIMITED BY SIZE
                                   INTO WRK-ACAO-LOG
                               DELETE CARTEIRA
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO CAS-REMOVIDOS
                                       PERFORM 0250-GRAVA-LOG
                               END-DELETE
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARTEIRA
           END-IF.

       0241-REMOVE-GRUPO SECTION.
      *==  UM CLIENTE SO PERTENCE A UM GRUPO -- O REGISTRO DELE SAI;
      *==  SE ERA A CABECA, O GRUPO FICA SEM LIMITE E SEM CABECA E OS
      *==  MEMBROS (CHAVE ALTERNATIVA GEC-ID-CABECA) SAO DESLIGADOS
           OPEN I-O GRUPOS.
           IF FS-GRUPOS EQUAL 00
               MOVE 'N' TO WRK-ERA-CABECA
               MOVE CAS-ID-CLIENTE TO GEC-ID-CLIENTE
               READ GRUPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GEC-ID-CABECA EQUAL CAS-ID-CLIENTE
                           MOVE 'S' TO WRK-ERA-CABECA
                       END-IF
                       DELETE GRUPOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO CAS-REMOVIDOS
                               MOVE SPACES TO WRK-ACAO-LOG
                               STRING "CASCATA GRUPO="
                                   DELIMITED BY SIZE
                                   CAS-ID-CLIENTE DELIMITED BY SIZE
                                   INTO WRK-ACAO-LOG
                               PERFORM 0250-GRAVA-LOG
                       END-DELETE
               END-READ
               IF WRK-ERA-CABECA EQUAL 'S'
                   PERFORM 0242-DESLIGA-MEMBROS
               END-IF
               CLOSE GRUPOS
           END-IF.

       0242-DESLIGA-MEMBROS SECTION.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE CAS-ID-CLIENTE TO GEC-ID-CABECA.
           START GRUPOS KEY IS EQUAL GEC-ID-CABECA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ GRUPOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF GEC-ID-CABECA EQUAL CAS-ID-CLIENTE
                           MOVE SPACES TO WRK-ACAO-LOG
                           STRING "CASCATA GRUPO MEMBRO="
                               DELIMITED BY SIZE
                               GEC-ID-CLIENTE DELIMITED BY SIZE
                               INTO WRK-ACAO-LOG
                           DELETE GRUPOS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO CAS-REMOVIDOS
                                   PERFORM 0250-GRAVA-LOG
                           END-DELETE
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.

       0250-GRAVA-LOG SECTION.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           OPEN EXTEND LOG-TRANSACOES.
