      *==            TRATAMENTO DOS CONTATOS E, PARA CADA PEDIDO
      *==            RECHAVEADO, O VENDEDOR DO PEDIDO E A FATURA
      *==            DE ORIGEM ACOMPANHAM A CHAVE NOVA -- NADA
      *==            FICA ORFAO DE UM ID EXTINTO; AS LINHAS DE ITEM
      *==            DO PEDIDO (PEDIDOS-ITENS) TAMBEM SEGUEM A CHAVE
      *==            NOVA DO CABECALHO
      *==  PEDIDO PARCELADO: TODAS AS PARCELAS (FATURAS) DO PEDIDO SAO
      *==  RECHAVEADAS; A CONDICAO DE PAGAMENTO (PEDIDOS-CONDICAO) E
      *==  AS NOTAS DE CREDITO DO PEDIDO (NOTAS-CREDITO) ACOMPANHAM A
      *==  CHAVE NOVA DO MESMO JEITO
      *==  OS ENCARGOS DE ATRASO DO PERDEDOR (ENCARGOS) PASSAM PARA O
      *==  ID DO SOBREVIVENTE -- OS PENDENTES SAO LANCADOS NA PROXIMA
      *==  FATURA DELE
      *==  OS LANCAMENTOS DA CONTA CORRENTE DO PERDEDOR (CONTA-CORRENTE)
      *==  VAO PARA O FIM DO GRUPO DO SOBREVIVENTE, COM SEQUENCIA NOVA
      *==  E O SALDO CORRENTE RECALCULADO A PARTIR DO SALDO DELE
      *==  A FATURA EM DISPUTA (FATURAS-DISPUTA) LIGADA A UMA OCORRENCIA
      *==  RECHAVEADA PASSA A APONTAR PARA A CHAVE NOVA DA OCORRENCIA,
      *==  PARA QUE O FECHAMENTO NO ARQ073 CONTINUE LIBERANDO A FATURA
      *==  A FATURA RECHAVEADA QUE ESTA OU ESTEVE NA AGENCIA
      *==  (COBRANCA-EXTERNA) TEM O ID DO CLIENTE TROCADO PELO DO
      *==  SOBREVIVENTE
      *==  O RESGATE DE PONTOS DO PEDIDO (PEDIDOS-RESGATE), A ENTREGA
      *==  (ENTREGAS) E OS ALERTAS DE FRAUDE (ALERTAS-FRAUDE) TEM A
      *==  CHAVE DO PEDIDO E ACOMPANHAM A CHAVE NOVA; A ENTREGA COM
      *==  OCORRENCIA 'EN' PASSA A APONTAR PARA A SEQUENCIA NOVA DA
      *==  OCORRENCIA
      *==  O EXTRATO DE PONTOS DO PERDEDOR (PONTOS-FIDELIDADE) VAI
      *==  PARA O FIM DO EXTRATO DO SOBREVIVENTE COMO A CONTA
      *==  CORRENTE, COM O SALDO REFEITO E O DOCUMENTO DO RESGATE
      *==  (ID/SEQUENCIA DO PEDIDO) TROCADO PELA CHAVE NOVA DO PEDIDO
      *==  OS PEDIDOS PROGRAMADOS (PEDIDOS-PROGRAMADOS, COM OS ITENS) E
      *==  AS COTACOES (COTACOES, COM OS ITENS) VAO PARA O FIM DO GRUPO
      *==  DO SOBREVIVENTE COM NUMERO NOVO; O ULTIMO PEDIDO GERADO E O
      *==  PEDIDO DA CONVERSAO SEGUEM A SEQUENCIA NOVA DO PEDIDO
      *==  A CARTEIRA DO VENDEDOR (CARTEIRA-VENDEDOR) E O GRUPO
      *==  ECONOMICO (GRUPOS-ECONOMICOS) SEGUEM A REGRA DO
      *==  CONSENTIMENTO: OS DO SOBREVIVENTE PREVALECEM E OS DO
      *==  PERDEDOR SO MIGRAM QUANDO ELE NAO TEM OS SEUS; PERDEDOR
      *==  CABECA DE GRUPO LEVA OS MEMBROS PARA O GRUPO DO SOBREVIVENTE
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT PEDIDOS ASSIGN TO
               RECORD KEY IS PDV-CHAVE
               FILE STATUS IS FS-PDV.

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

           SELECT ITENS ASSIGN TO
               DYNAMIC WRK-CAMINHO-ITENS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITP-CHAVE
               FILE STATUS IS FS-ITENS.

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

           SELECT DISPUTAS ASSIGN TO
               DYNAMIC WRK-CAMINHO-DISPUTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-FAT-NUMERO
               ALTERNATE RECORD KEY IS DSP-CHAVE-OCORRENCIA
                   WITH DUPLICATES
               FILE STATUS IS FS-DISPUTAS.

           SELECT COBRANCA-EXTERNA ASSIGN TO
               DYNAMIC WRK-CAMINHO-CEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEX-FAT-NUMERO
               ALTERNATE RECORD KEY IS CEX-ID-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-CEX.

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

           SELECT XREF ASSIGN TO
               "CLIENTES-XREF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 REG-PED-VENDEDOR.
           COPY PDVREG.

       FD PED-CONDICAO.
       01 REG-PED-CONDICAO.
           COPY PCPREG.

       FD NOTAS.
       01 REG-NOTAS.
           COPY NCRREG.

       FD ITENS.
       01 REG-ITENS.
           COPY ITPREG.

       FD ENCARGOS.
       01 REG-ENCARGOS.
           COPY ENCREG.

       FD CONTA-CORRENTE.
       01 REG-CONTA-CORRENTE.
           COPY LCCREG.

       FD XREF.
       01 REG-XREF PIC X(40).

       FD DISPUTAS.
       01 REG-DISPUTA.
           COPY DSPREG.

       FD COBRANCA-EXTERNA.
       01 REG-COBRANCA-EXTERNA.
           COPY CEXREG.

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
       77 WRK-CAMINHO-ENCARGOS PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-CONTA PIC X(30) VALUE SPACES.
       77 WRK-CAMINHO-DISPUTAS PIC X(30) VALUE SPACES.
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

       77 FS-CLIENTES PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS PIC 9(02) VALUE ZEROS.
       77 FS-FATURAS PIC 9(02) VALUE ZEROS.
       77 FS-OCORRENCIAS PIC 9(02) VALUE ZEROS.
       77 FS-PDV PIC 9(02) VALUE ZEROS.
       77 FS-ITENS PIC 9(02) VALUE ZEROS.
       77 FS-PCP PIC 9(02) VALUE ZEROS.
       77 FS-NOTAS PIC 9(02) VALUE ZEROS.
       77 FS-ENCARGOS PIC 9(02) VALUE ZEROS.
       77 FS-CONTA PIC 9(02) VALUE ZEROS.
       77 FS-DISPUTAS PIC 9(02) VALUE ZEROS.
       77 FS-CEX PIC 9(02) VALUE ZEROS.
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
       77 FS-XREF PIC 9(02) VALUE ZEROS.
       77 FS-LOGTRANS PIC 9(02) VALUE ZEROS.
       77 FS-LOGIMG PIC 9(02) VALUE ZEROS.
       77 WRK-FATURAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-OCORREN-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-PDV-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-ITENS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-PCP-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-NOTAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-ENC-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CONTA-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-DISPUTAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CEX-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-PRS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-ENTREGAS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-ALF-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-PONTOS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-PROGRAMADOS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-PRI-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-COTACOES-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CTI-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CARTEIRA-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-GRUPOS-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-FAT-PARCELA PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-NOTAS.
           05 WRK-NCR-NUMERO OCCURS 50 TIMES PIC 9(07).
       77 WRK-NCR-QTDE PIC 9(02) VALUE ZEROS.
       77 WRK-NCR-IDX PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-ENCARGOS.
           05 WRK-ENC-NUMERO OCCURS 100 TIMES PIC 9(07).
       77 WRK-ENC-QTDE PIC 9(03) VALUE ZEROS.
       77 WRK-ENC-IDX PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-LANCAMENTOS.
           05 WRK-LCC-ITEM OCCURS 200 TIMES PIC X(93).
       77 WRK-LCC-QTDE PIC 9(03) VALUE ZEROS.
       77 WRK-LCC-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-BASE-LCC PIC 9(07) VALUE ZEROS.
       77 WRK-SALDO-BASE-LCC PIC S9(09)V99 VALUE ZEROS.
       01 WRK-TAB-PEDIDOS.
           05 WRK-PED-ITEM OCCURS 100 TIMES PIC X(70).
       77 WRK-PED-QTDE PIC 9(03) VALUE ZEROS.
           05 WRK-OCO-ITEM OCCURS 50 TIMES PIC X(93).
       77 WRK-OCO-QTDE PIC 9(02) VALUE ZEROS.
       77 WRK-OCO-IDX PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-ITENS.
           05 WRK-ITP-ITEM OCCURS 50 TIMES PIC X(80).
       77 WRK-ITP-QTDE PIC 9(02) VALUE ZEROS.
       77 WRK-ITP-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-ITENS PIC X(01) VALUE 'N'.
       77 WRK-FIM-GRUPO PIC X(01) VALUE 'N'.
       77 WRK-SEQ-BASE-PED PIC 9(05) VALUE ZEROS.
       77 WRK-SEQ-BASE-CON PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-BASE-OCO PIC 9(03) VALUE ZEROS.
       01 WRK-OCO-CHAVE-ANTIGA.
           05 WRK-OCO-ID-ANTIGO PIC 9(07) VALUE ZEROS.
           05 WRK-OCO-SEQ-ANTIGA PIC 9(03) VALUE ZEROS.
       01 WRK-GUARDA-AUXILIAR PIC X(70) VALUE SPACES.
       77 WRK-ACUM-PED-TRANSF PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-CON-TRANSF PIC 9(02) VALUE ZEROS.
       77 WRK-ACUM-OCO-TRANSF PIC 9(02) VALUE ZEROS.
       77 WRK-ACUM-PDV-TRANSF PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-FAT-TRANSF PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-ITP-TRANSF PIC 9(04) VALUE ZEROS.
       77 WRK-ACUM-PCP-TRANSF PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-NCR-TRANSF PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-ENC-TRANSF PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-LCC-TRANSF PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-PRS-TRANSF PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-ENT-TRANSF PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-ALF-TRANSF PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-PNT-TRANSF PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-PRG-TRANSF PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-PRI-TRANSF PIC 9(04) VALUE ZEROS.
       77 WRK-ACUM-COT-TRANSF PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-CTI-TRANSF PIC 9(04) VALUE ZEROS.
       77 WRK-ACUM-CAR-TRANSF PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-CAR-DESCARTE PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-GEC-TRANSF PIC 9(03) VALUE ZEROS.
      *==  SEQUENCIA ANTIGA E NOVA DE CADA PEDIDO RECHAVEADO, NA
      *==  ORDEM DA TABELA DE PEDIDOS -- OS ARQUIVOS QUE GUARDAM A
      *==  SEQUENCIA DO PEDIDO FORA DA CHAVE (DOCUMENTO DO EXTRATO DE
      *==  PONTOS, ULTIMO PEDIDO DA PROGRAMACAO, PEDIDO DA CONVERSAO
      *==  DA COTACAO) SAO CONVERTIDOS POR ELA
       01 WRK-TAB-RECHAVE.
           05 WRK-RCH-ITEM OCCURS 100 TIMES.
               10 WRK-RCH-SEQ-ANTIGA PIC 9(05).
               10 WRK-RCH-SEQ-NOVA   PIC 9(05).
       77 WRK-RCH-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-PROCURA PIC 9(05) VALUE ZEROS.
       77 WRK-SEQ-ACHADA PIC 9(05) VALUE ZEROS.
       01 WRK-DOC-PEDIDO.
           05 WRK-DOC-ID         PIC 9(07).
           05 WRK-DOC-BARRA      PIC X(01).
           05 WRK-DOC-SEQ        PIC 9(05).
      *==  ENTREGAS RECHAVEADAS QUE APONTAM PARA UMA OCORRENCIA 'EN'
      *==  DO PERDEDOR -- A OCORRENCIA GANHA SEQUENCIA NOVA DEPOIS
       01 WRK-TAB-ENT-OCO.
           05 WRK-EOC-ITEM OCCURS 100 TIMES.
               10 WRK-EOC-CHAVE      PIC X(12).
               10 WRK-EOC-OCO-SEQ    PIC 9(03).
       77 WRK-EOC-QTDE PIC 9(03) VALUE ZEROS.
       77 WRK-EOC-IDX PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-ALERTAS.
           05 WRK-ALF-ITEM OCCURS 20 TIMES PIC X(123).
       77 WRK-ALF-QTDE PIC 9(02) VALUE ZEROS.
       77 WRK-ALF-IDX PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-PONTOS.
           05 WRK-PNT-ITEM OCCURS 200 TIMES PIC X(70).
       77 WRK-PNT-QTDE PIC 9(03) VALUE ZEROS.
       77 WRK-PNT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-BASE-PNT PIC 9(07) VALUE ZEROS.
       77 WRK-SALDO-BASE-PNT PIC S9(09) VALUE ZEROS.
       01 WRK-TAB-PROGRAMADOS.
           05 WRK-PRG-ITEM OCCURS 50 TIMES PIC X(61).
       77 WRK-PRG-QTDE PIC 9(02) VALUE ZEROS.
       77 WRK-PRG-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-SEQ-BASE-PRG PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-PRG-ITENS.
           05 WRK-PRI-ITEM OCCURS 50 TIMES PIC X(24).
       77 WRK-PRI-QTDE PIC 9(02) VALUE ZEROS.
       77 WRK-PRI-IDX PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-COTACOES.
           05 WRK-COT-ITEM OCCURS 100 TIMES PIC X(98).
       77 WRK-COT-QTDE PIC 9(03) VALUE ZEROS.
       77 WRK-COT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-BASE-COT PIC 9(05) VALUE ZEROS.
       01 WRK-TAB-COT-ITENS.
           05 WRK-CTI-ITEM OCCURS 50 TIMES PIC X(44).
       77 WRK-CTI-QTDE PIC 9(02) VALUE ZEROS.
       77 WRK-CTI-IDX PIC 9(02) VALUE ZEROS.
      *==  NUMERO ANTIGO E NOVO DA PROGRAMACAO OU DA COTACAO EM
      *==  RECHAVEAMENTO -- OS ITENS SAO LOCALIZADOS PELO ANTIGO
       77 WRK-NUMERO-ANTIGO PIC 9(05) VALUE ZEROS.
       77 WRK-NUMERO-NOVO PIC 9(05) VALUE ZEROS.
       01 WRK-TAB-CARTEIRA.
           05 WRK-CAR-ITEM OCCURS 50 TIMES PIC X(41).
       77 WRK-CAR-QTDE PIC 9(02) VALUE ZEROS.
       77 WRK-CAR-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-SOBREV-TEM-CARTEIRA PIC X(01) VALUE 'N'.
       01 WRK-TAB-MEMBROS.
           05 WRK-GEC-MEMBRO OCCURS 100 TIMES PIC 9(07).
       77 WRK-GEC-QTDE PIC 9(03) VALUE ZEROS.
       77 WRK-GEC-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CABECA-DESTINO PIC 9(07) VALUE ZEROS.
       77 WRK-PERDEDOR-CABECA PIC X(01) VALUE 'N'.
      *==  CHAVE ANTIGA E NOVA DO PEDIDO EM RECHAVEAMENTO -- O
      *==  VENDEDOR DO PEDIDO E A FATURA DE ORIGEM SAO LOCALIZADOS
      *==  PELA ANTIGA E REGRAVADOS COM A NOVA
           05 PER-ENDERECO       PIC X(40).
           05 PER-CPF            PIC X(11).
           05 PER-TIPO-LINHA     PIC X(01).
           05 PER-TIPO-PESSOA    PIC X(01).
           05 PER-CNPJ           PIC X(14).

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
                       WRK-CAMINHO-OCORRENCIAS
                   MOVE "PEDIDOS-VENDEDOR-TEST.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "PEDIDOS-ITENS-TEST.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "PEDIDOS-CONDICAO-TEST.txt" TO
                       WRK-CAMINHO-PCP
                   MOVE "NOTAS-CREDITO-TEST.txt" TO
                       WRK-CAMINHO-NOTAS
                   MOVE "ENCARGOS-TEST.txt" TO
                       WRK-CAMINHO-ENCARGOS
                   MOVE "CONTA-CORRENTE-TEST.txt" TO
                       WRK-CAMINHO-CONTA
                   MOVE "FATURAS-DISPUTA-TEST.txt" TO
                       WRK-CAMINHO-DISPUTAS
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
                   MOVE "CLIENTES-DEV.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "PEDIDOS-DEV.txt" TO WRK-CAMINHO-PEDIDOS
                       WRK-CAMINHO-OCORRENCIAS
                   MOVE "PEDIDOS-VENDEDOR-DEV.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "PEDIDOS-ITENS-DEV.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "PEDIDOS-CONDICAO-DEV.txt" TO
                       WRK-CAMINHO-PCP
                   MOVE "NOTAS-CREDITO-DEV.txt" TO
                       WRK-CAMINHO-NOTAS
                   MOVE "ENCARGOS-DEV.txt" TO
                       WRK-CAMINHO-ENCARGOS
                   MOVE "CONTA-CORRENTE-DEV.txt" TO
                       WRK-CAMINHO-CONTA
                   MOVE "FATURAS-DISPUTA-DEV.txt" TO
                       WRK-CAMINHO-DISPUTAS
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
                   MOVE "\CLIENTES.txt" TO WRK-CAMINHO-CLIENTES
                   MOVE "\PEDIDOS.txt" TO WRK-CAMINHO-PEDIDOS
                       WRK-CAMINHO-OCORRENCIAS
                   MOVE "\PEDIDOS-VENDEDOR.txt" TO
                       WRK-CAMINHO-PDV
                   MOVE "\PEDIDOS-ITENS.txt" TO
                       WRK-CAMINHO-ITENS
                   MOVE "\PEDIDOS-CONDICAO.txt" TO
                       WRK-CAMINHO-PCP
                   MOVE "\NOTAS-CREDITO.txt" TO
                       WRK-CAMINHO-NOTAS
                   MOVE "\ENCARGOS.txt" TO
                       WRK-CAMINHO-ENCARGOS
                   MOVE "\CONTA-CORRENTE.txt" TO
                       WRK-CAMINHO-CONTA
                   MOVE "\FATURAS-DISPUTA.txt" TO
                       WRK-CAMINHO-DISPUTAS
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

       0105-ABRE-AUXILIARES SECTION.
           IF FS-PDV EQUAL 00
               MOVE 'S' TO WRK-PDV-ABERTO
           END-IF.
           OPEN I-O ITENS.
           IF FS-ITENS EQUAL 00
               MOVE 'S' TO WRK-ITENS-ABERTO
           END-IF.
           OPEN I-O PED-CONDICAO.
           IF FS-PCP EQUAL 00
               MOVE 'S' TO WRK-PCP-ABERTO
           END-IF.
           OPEN I-O NOTAS.
           IF FS-NOTAS EQUAL 00
               MOVE 'S' TO WRK-NOTAS-ABERTO
           END-IF.
           OPEN I-O ENCARGOS.
           IF FS-ENCARGOS EQUAL 00
               MOVE 'S' TO WRK-ENC-ABERTO
           END-IF.
           OPEN I-O CONTA-CORRENTE.
           IF FS-CONTA EQUAL 00
               MOVE 'S' TO WRK-CONTA-ABERTO
           END-IF.
           OPEN I-O DISPUTAS.
           IF FS-DISPUTAS EQUAL 00
               MOVE 'S' TO WRK-DISPUTAS-ABERTO
           END-IF.
           OPEN I-O COBRANCA-EXTERNA.
           IF FS-CEX EQUAL 00
               MOVE 'S' TO WRK-CEX-ABERTO
           END-IF.
           OPEN I-O PED-RESGATE.
           IF FS-PRS EQUAL 00
               MOVE 'S' TO WRK-PRS-ABERTO
           END-IF.
           OPEN I-O ENTREGAS.
           IF FS-ENTREGAS EQUAL 00
               MOVE 'S' TO WRK-ENTREGAS-ABERTO
           END-IF.
           OPEN I-O ALERTAS-FRAUDE.
           IF FS-ALF EQUAL 00
               MOVE 'S' TO WRK-ALF-ABERTO
           END-IF.
           OPEN I-O PONTOS.
           IF FS-PONTOS EQUAL 00
               MOVE 'S' TO WRK-PONTOS-ABERTO
           END-IF.
           OPEN I-O PROGRAMADOS.
           IF FS-PROGRAMADOS EQUAL 00
               MOVE 'S' TO WRK-PROGRAMADOS-ABERTO
           END-IF.
           OPEN I-O PRG-ITENS.
           IF FS-PRI EQUAL 00
               MOVE 'S' TO WRK-PRI-ABERTO
           END-IF.
           OPEN I-O COTACOES.
           IF FS-COTACOES EQUAL 00
               MOVE 'S' TO WRK-COTACOES-ABERTO
           END-IF.
           OPEN I-O COT-ITENS.
           IF FS-CTI EQUAL 00
               MOVE 'S' TO WRK-CTI-ABERTO
           END-IF.
           OPEN I-O CARTEIRA.
           IF FS-CARTEIRA EQUAL 00
               MOVE 'S' TO WRK-CARTEIRA-ABERTO
           END-IF.
           OPEN I-O GRUPOS.
           IF FS-GRUPOS EQUAL 00
               MOVE 'S' TO WRK-GRUPOS-ABERTO
           END-IF.

       0200-PROCESS SECTION.
           IF WRK-ID-SOBREVIVENTE EQUAL WRK-ID-PERDEDOR
           IF REG-CPF EQUAL SPACES
               MOVE PER-CPF TO REG-CPF
           END-IF.
           IF REG-CNPJ EQUAL SPACES
               AND PER-CNPJ NOT EQUAL SPACES
               MOVE PER-CNPJ TO REG-CNPJ
               MOVE PER-TIPO-PESSOA TO REG-TIPO-PESSOA
           END-IF.
           REWRITE REG-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR SOBREVIVENTE"
           IF WRK-OCORREN-ABERTO EQUAL 'S'
               PERFORM 0251-TRANSFERE-OCORRENCIAS
           END-IF.
           IF WRK-ENC-ABERTO EQUAL 'S'
               PERFORM 0244-TRANSFERE-ENCARGOS
           END-IF.
           IF WRK-CONTA-ABERTO EQUAL 'S'
               PERFORM 0242-TRANSFERE-CONTA-CORRENTE
           END-IF.
           IF WRK-PONTOS-ABERTO EQUAL 'S'
               PERFORM 0264-TRANSFERE-PONTOS
           END-IF.
           IF WRK-PROGRAMADOS-ABERTO EQUAL 'S'
               PERFORM 0266-TRANSFERE-PROGRAMADOS
           END-IF.
           IF WRK-COTACOES-ABERTO EQUAL 'S'
               PERFORM 0269-TRANSFERE-COTACOES
           END-IF.
           IF WRK-CARTEIRA-ABERTO EQUAL 'S'
               PERFORM 0273-TRANSFERE-CARTEIRA
           END-IF.
           IF WRK-GRUPOS-ABERTO EQUAL 'S'
               PERFORM 0274-TRANSFERE-GRUPO
           END-IF.
           IF WRK-ACUM-PED-TRANSF > 0
               DISPLAY "PEDIDOS RECHAVEADOS...: " WRK-ACUM-PED-TRANSF
           END-IF.
           IF WRK-ACUM-FAT-TRANSF > 0
               DISPLAY "FATURAS RECHAVEADAS...: " WRK-ACUM-FAT-TRANSF
           END-IF.
           IF WRK-ACUM-ITP-TRANSF > 0
               DISPLAY "ITENS RECHAVEADOS.....: " WRK-ACUM-ITP-TRANSF
           END-IF.
           IF WRK-ACUM-PCP-TRANSF > 0
               DISPLAY "CONDICOES RECHAVEADAS.: " WRK-ACUM-PCP-TRANSF
           END-IF.
           IF WRK-ACUM-NCR-TRANSF > 0
               DISPLAY "NOTAS CRED RECHAVEADAS: " WRK-ACUM-NCR-TRANSF
           END-IF.
           IF WRK-ACUM-ENC-TRANSF > 0
               DISPLAY "ENCARGOS TRANSFERIDOS.: " WRK-ACUM-ENC-TRANSF
           END-IF.
           IF WRK-ACUM-LCC-TRANSF > 0
               DISPLAY "LANCAMENTOS C/C TRANSF: " WRK-ACUM-LCC-TRANSF
           END-IF.
           IF WRK-ACUM-PRS-TRANSF > 0
               DISPLAY "RESGATES RECHAVEADOS..: " WRK-ACUM-PRS-TRANSF
           END-IF.
           IF WRK-ACUM-ENT-TRANSF > 0
               DISPLAY "ENTREGAS RECHAVEADAS..: " WRK-ACUM-ENT-TRANSF
           END-IF.
           IF WRK-ACUM-ALF-TRANSF > 0
               DISPLAY "ALERTAS RECHAVEADOS...: " WRK-ACUM-ALF-TRANSF
           END-IF.
           IF WRK-ACUM-PNT-TRANSF > 0
               DISPLAY "LANCAMENTOS PONTOS TR.: " WRK-ACUM-PNT-TRANSF
           END-IF.
           IF WRK-ACUM-PRG-TRANSF > 0
               DISPLAY "PROGRAMACOES RECHAV...: " WRK-ACUM-PRG-TRANSF
           END-IF.
           IF WRK-ACUM-PRI-TRANSF > 0
               DISPLAY "ITENS PROGRAMADOS REC.: " WRK-ACUM-PRI-TRANSF
           END-IF.
           IF WRK-ACUM-COT-TRANSF > 0
               DISPLAY "COTACOES RECHAVEADAS..: " WRK-ACUM-COT-TRANSF
           END-IF.
           IF WRK-ACUM-CTI-TRANSF > 0
               DISPLAY "ITENS COTACAO RECHAV..: " WRK-ACUM-CTI-TRANSF
           END-IF.
           IF WRK-ACUM-CAR-TRANSF > 0
               DISPLAY "CARTEIRA TRANSFERIDA..: " WRK-ACUM-CAR-TRANSF
           END-IF.
           IF WRK-ACUM-CAR-DESCARTE > 0
               DISPLAY "CARTEIRA DESCARTADA...: " WRK-ACUM-CAR-DESCARTE
           END-IF.
           IF WRK-ACUM-GEC-TRANSF > 0
               DISPLAY "GRUPO ECONOMICO ACERT.: " WRK-ACUM-GEC-TRANSF
           END-IF.

       0246-TRANSFERE-PEDIDOS SECTION.
      *==  OS PEDIDOS DO PERDEDOR SAO RECOLHIDOS, EXCLUIDOS DA CHAVE
                   UNTIL WRK-PED-IDX > WRK-PED-QTDE
                   MOVE WRK-PED-ITEM (WRK-PED-IDX) TO REG-PEDIDOS
                   MOVE PED-CHAVE TO WRK-CHAVE-ANTIGA
                   MOVE WRK-CHV-ANT-SEQ TO
                       WRK-RCH-SEQ-ANTIGA (WRK-PED-IDX)
                   MOVE ZEROS TO WRK-RCH-SEQ-NOVA (WRK-PED-IDX)
                   DELETE PEDIDOS
                       INVALID KEY
                           CONTINUE
                           DISPLAY "ERRO AO RECHAVEAR PEDIDO"
                       NOT INVALID KEY
                           ADD 1 TO WRK-ACUM-PED-TRANSF
                           MOVE WRK-CHV-NOV-SEQ TO
                               WRK-RCH-SEQ-NOVA (WRK-PED-IDX)
                           PERFORM 0253-TRANSFERE-VENDEDOR-PED
                           PERFORM 0254-TRANSFERE-FATURA-PED
                           PERFORM 0252-TRANSFERE-ITENS-PED
                           PERFORM 0259-TRANSFERE-CONDICAO-PED
                           PERFORM 0243-TRANSFERE-NOTAS-PED
                           PERFORM 0261-TRANSFERE-RESGATE-PED
                           PERFORM 0262-TRANSFERE-ENTREGA-PED
                           PERFORM 0263-TRANSFERE-ALERTAS-PED
                   END-WRITE
               END-PERFORM
           END-IF.
      *==  FUNDIDO E EMITIRIA UMA SEGUNDA, E A FATURA ABERTA
      *==  SUMIRIA DA EXPOSICAO DE CREDITO E VIRARIA ORFA NO
      *==  AUDITOR (ARQ071)
      *==  PEDIDO PARCELADO TEM UMA FATURA POR PARCELA, NUMERADAS A
      *==  PARTIR DE 01 -- TODAS MUDAM DE CHAVE, MANTENDO A PARCELA
           IF WRK-FATURAS-ABERTO EQUAL 'S'
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE ZEROS TO WRK-FAT-PARCELA
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   ADD 1 TO WRK-FAT-PARCELA
                   MOVE WRK-CHV-ANT-ID TO FAT-ID-CLIENTE
                   MOVE WRK-CHV-ANT-SEQ TO FAT-SEQUENCIA
                   MOVE WRK-FAT-PARCELA TO FAT-PARCELA
                   READ FATURAS KEY IS FAT-CHAVE-PEDIDO
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT INVALID KEY
                           MOVE WRK-CHV-NOV-ID TO FAT-ID-CLIENTE
                           MOVE WRK-CHV-NOV-SEQ TO FAT-SEQUENCIA
                           REWRITE REG-FATURAS
                               INVALID KEY
                                   DISPLAY "ERRO AO RECHAVEAR FATURA"
                               NOT INVALID KEY
                                   ADD 1 TO WRK-ACUM-FAT-TRANSF
                                   PERFORM 0276-TRANSFERE-COBRANCA
                           END-REWRITE
                   END-READ
                   IF WRK-FAT-PARCELA EQUAL 99
                       MOVE 'S' TO WRK-FIM-GRUPO
                   END-IF
               END-PERFORM
           END-IF.

       0259-TRANSFERE-CONDICAO-PED SECTION.
      *==  A CONDICAO DE PAGAMENTO (PCPREG) TEM A MESMA CHAVE DO
      *==  PEDIDO -- MESMO TRATAMENTO DO VENDEDOR DO PEDIDO; SEM ELA
      *==  O PEDIDO FUNDIDO AINDA ABERTO FATURARIA EM PARCELA UNICA
           IF WRK-PCP-ABERTO EQUAL 'S'
               MOVE WRK-CHAVE-ANTIGA TO PCP-CHAVE
               READ PED-CONDICAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE PED-CONDICAO
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       MOVE WRK-CHAVE-NOVA TO PCP-CHAVE
                       WRITE REG-PED-CONDICAO
                           INVALID KEY
                               DISPLAY "ERRO AO RECHAVEAR"
                                   " CONDICAO DO PEDIDO"
                           NOT INVALID KEY
                               ADD 1 TO WRK-ACUM-PCP-TRANSF
                       END-WRITE
               END-READ
           END-IF.

       0243-TRANSFERE-NOTAS-PED SECTION.
      *==  AS NOTAS DE CREDITO DO PEDIDO SAO LOCALIZADAS PELA CHAVE
      *==  ALTERNATIVA NCR-CHAVE-PEDIDO (COM DUPLICIDADE) -- OS
      *==  NUMEROS SAO RECOLHIDOS PRIMEIRO E CADA NOTA E RELIDA PELA
      *==  CHAVE PRIMARIA PARA A REGRAVACAO; SEM ISSO A DEVOLUCAO
      *==  (ARQ108) NAO VERIA O QUE O PEDIDO FUNDIDO JA DEVOLVEU
           IF WRK-NOTAS-ABERTO EQUAL 'S'
               MOVE ZEROS TO WRK-NCR-QTDE
               MOVE 'N' TO WRK-FIM-GRUPO
               MOVE WRK-CHAVE-ANTIGA TO NCR-CHAVE-PEDIDO
               START NOTAS KEY IS EQUAL NCR-CHAVE-PEDIDO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-GRUPO
               END-START
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
                   READ NOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-GRUPO
                       NOT AT END
                           IF NCR-CHAVE-PEDIDO EQUAL WRK-CHAVE-ANTIGA
                               AND WRK-NCR-QTDE < 50
                               ADD 1 TO WRK-NCR-QTDE
                               MOVE NCR-NUMERO TO
                                   WRK-NCR-NUMERO (WRK-NCR-QTDE)
                           ELSE
                               MOVE 'S' TO WRK-FIM-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WRK-NCR-IDX FROM 1 BY 1
                   UNTIL WRK-NCR-IDX > WRK-NCR-QTDE
                   MOVE WRK-NCR-NUMERO (WRK-NCR-IDX) TO NCR-NUMERO
                   READ NOTAS KEY IS NCR-NUMERO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WRK-CHAVE-NOVA TO NCR-CHAVE-PEDIDO
                           REWRITE REG-NOTAS
                               INVALID KEY
                                   DISPLAY "ERRO AO RECHAVEAR NOTA"
                               NOT INVALID KEY
                                   ADD 1 TO WRK-ACUM-NCR-TRANSF
                           END-REWRITE
                   END-READ
               END-PERFORM
           END-IF.

       0244-TRANSFERE-ENCARGOS SECTION.
      *==  OS ENCARGOS DE ATRASO SAO LOCALIZADOS PELA CHAVE
      *==  ALTERNATIVA ENC-ID-CLIENTE -- MESMO TRATAMENTO DAS NOTAS DE
      *==  CREDITO: OS NUMEROS SAO RECOLHIDOS E CADA ENCARGO E RELIDO
      *==  PELA CHAVE PRIMARIA; SEM ISSO O PENDENTE DO PERDEDOR NUNCA
      *==  SERIA LANCADO NUMA FATURA (ARQ064)
           MOVE ZEROS TO WRK-ENC-QTDE.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID-PERDEDOR TO ENC-ID-CLIENTE.
           START ENCARGOS KEY IS EQUAL ENC-ID-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ ENCARGOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF ENC-ID-CLIENTE EQUAL WRK-ID-PERDEDOR
                           AND WRK-ENC-QTDE < 100
                           ADD 1 TO WRK-ENC-QTDE
                           MOVE ENC-NUMERO TO
                               WRK-ENC-NUMERO (WRK-ENC-QTDE)
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WRK-ENC-IDX FROM 1 BY 1
               UNTIL WRK-ENC-IDX > WRK-ENC-QTDE
               MOVE WRK-ENC-NUMERO (WRK-ENC-IDX) TO ENC-NUMERO
               READ ENCARGOS KEY IS ENC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-ID-SOBREVIVENTE TO ENC-ID-CLIENTE
                       REWRITE REG-ENCARGOS
                           INVALID KEY
                               DISPLAY "ERRO AO RECHAVEAR ENCARGO"
                           NOT INVALID KEY
                               ADD 1 TO WRK-ACUM-ENC-TRANSF
                       END-REWRITE
               END-READ
           END-PERFORM.

       0242-TRANSFERE-CONTA-CORRENTE SECTION.
      *==  MESMO TRATAMENTO DOS PEDIDOS: OS LANCAMENTOS DO PERDEDOR
      *==  SAO RECOLHIDOS, EXCLUIDOS DA CHAVE ANTIGA E REGRAVADOS NO
      *==  FIM DO GRUPO DO SOBREVIVENTE COM SEQUENCIA NOVA; DATA,
      *==  TIPO, DOCUMENTO E VALOR NAO MUDAM, SO O SALDO CORRENTE E
      *==  REFEITO A PARTIR DO ULTIMO SALDO DO SOBREVIVENTE
           MOVE ZEROS TO WRK-LCC-QTDE.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID-PERDEDOR TO LCC-ID-CLIENTE.
           MOVE ZEROS TO LCC-SEQUENCIA.
           START CONTA-CORRENTE KEY IS GREATER THAN LCC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ CONTA-CORRENTE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF LCC-ID-CLIENTE EQUAL WRK-ID-PERDEDOR
                           IF WRK-LCC-QTDE < 200
                               ADD 1 TO WRK-LCC-QTDE
                               MOVE REG-CONTA-CORRENTE TO
                                   WRK-LCC-ITEM (WRK-LCC-QTDE)
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-LCC-QTDE > 0
               PERFORM 0241-ACHA-SEQUENCIA-CONTA
               PERFORM VARYING WRK-LCC-IDX FROM 1 BY 1
                   UNTIL WRK-LCC-IDX > WRK-LCC-QTDE
                   MOVE WRK-LCC-ITEM (WRK-LCC-IDX) TO
                       REG-CONTA-CORRENTE
                   DELETE CONTA-CORRENTE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WRK-ID-SOBREVIVENTE TO LCC-ID-CLIENTE
                   ADD 1 TO WRK-SEQ-BASE-LCC
                   MOVE WRK-SEQ-BASE-LCC TO LCC-SEQUENCIA
                   IF LCC-NATUREZA EQUAL 'D'
                       ADD LCC-VALOR TO WRK-SALDO-BASE-LCC
                   ELSE
                       SUBTRACT LCC-VALOR FROM WRK-SALDO-BASE-LCC
                   END-IF
                   MOVE WRK-SALDO-BASE-LCC TO LCC-SALDO
                   WRITE REG-CONTA-CORRENTE
                       INVALID KEY
                           DISPLAY "ERRO AO RECHAVEAR LANCAMENTO C/C"
                       NOT INVALID KEY
                           ADD 1 TO WRK-ACUM-LCC-TRANSF
                   END-WRITE
               END-PERFORM
           END-IF.

       0241-ACHA-SEQUENCIA-CONTA SECTION.
           MOVE ZEROS TO WRK-SEQ-BASE-LCC.
           MOVE ZEROS TO WRK-SALDO-BASE-LCC.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID-SOBREVIVENTE TO LCC-ID-CLIENTE.
           MOVE ZEROS TO LCC-SEQUENCIA.
           START CONTA-CORRENTE KEY IS GREATER THAN LCC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ CONTA-CORRENTE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF LCC-ID-CLIENTE EQUAL WRK-ID-SOBREVIVENTE
                           MOVE LCC-SEQUENCIA TO WRK-SEQ-BASE-LCC
                           MOVE LCC-SALDO TO WRK-SALDO-BASE-LCC
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.

       0252-TRANSFERE-ITENS-PED SECTION.
      *==  AS LINHAS DE ITEM TEM A CHAVE DO PEDIDO + NUMERO DA
      *==  LINHA -- SAO RECOLHIDAS PELA CHAVE ANTIGA, EXCLUIDAS E
      *==  REGRAVADAS COM A CHAVE NOVA, MANTENDO O NUMERO DA LINHA;
      *==  SEM ISSO O ARQ064 FATURARIA O PEDIDO FUNDIDO PELO VALOR
      *==  DO CABECALHO E O ARQ061 O MOSTRARIA SEM LINHAS
           IF WRK-ITENS-ABERTO EQUAL 'S'
               MOVE ZEROS TO WRK-ITP-QTDE
               MOVE 'N' TO WRK-FIM-ITENS
               MOVE WRK-CHV-ANT-ID TO ITP-ID-CLIENTE
               MOVE WRK-CHV-ANT-SEQ TO ITP-SEQUENCIA
               MOVE ZEROS TO ITP-LINHA
               START ITENS KEY IS GREATER THAN ITP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ITENS
               END-START
               PERFORM UNTIL WRK-FIM-ITENS EQUAL 'S'
                   READ ITENS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ITENS
                       NOT AT END
                           IF ITP-ID-CLIENTE EQUAL WRK-CHV-ANT-ID AND
                               ITP-SEQUENCIA EQUAL WRK-CHV-ANT-SEQ
                               IF WRK-ITP-QTDE < 50
                                   ADD 1 TO WRK-ITP-QTDE
                                   MOVE REG-ITENS TO
                                       WRK-ITP-ITEM (WRK-ITP-QTDE)
                               END-IF
                           ELSE
                               MOVE 'S' TO WRK-FIM-ITENS
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WRK-ITP-IDX FROM 1 BY 1
                   UNTIL WRK-ITP-IDX > WRK-ITP-QTDE
                   MOVE WRK-ITP-ITEM (WRK-ITP-IDX) TO REG-ITENS
                   DELETE ITENS
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WRK-CHV-NOV-ID TO ITP-ID-CLIENTE
                   MOVE WRK-CHV-NOV-SEQ TO ITP-SEQUENCIA
                   WRITE REG-ITENS
                       INVALID KEY
                           DISPLAY "ERRO AO RECHAVEAR ITEM DO PEDIDO"
                       NOT INVALID KEY
                           ADD 1 TO WRK-ACUM-ITP-TRANSF
                   END-WRITE
               END-PERFORM
           END-IF.

       0247-TRANSFERE-CONTATOS SECTION.
                   UNTIL WRK-OCO-IDX > WRK-OCO-QTDE
                   MOVE WRK-OCO-ITEM (WRK-OCO-IDX) TO
                       REG-OCORRENCIA
                   MOVE OCO-CHAVE TO WRK-OCO-CHAVE-ANTIGA
                   DELETE OCORRENCIAS
                       INVALID KEY
                           CONTINUE
                           DISPLAY "ERRO AO RECHAVEAR OCORRENCIA"
                       NOT INVALID KEY
                           ADD 1 TO WRK-ACUM-OCO-TRANSF
                           IF WRK-DISPUTAS-ABERTO EQUAL 'S'
                               PERFORM 0275-TRANSFERE-DISPUTA
                           END-IF
                           IF WRK-ENTREGAS-ABERTO EQUAL 'S'
                               PERFORM 0277-TRANSFERE-OCO-ENTREGA
                           END-IF
                   END-WRITE
               END-PERFORM
           END-IF.
                   END-READ
           END-READ.

       0261-TRANSFERE-RESGATE-PED SECTION.
      *==  O RESGATE DE PONTOS DO PEDIDO (PRSREG) TEM A MESMA CHAVE
      *==  DO PEDIDO -- MESMO TRATAMENTO DA CONDICAO; SEM ELE O
      *==  ARQ064 FATURARIA O PEDIDO FUNDIDO SEM O DESCONTO E O
      *==  CANCELAMENTO (ARQ061) NAO DEVOLVERIA OS PONTOS
           IF WRK-PRS-ABERTO EQUAL 'S'
               MOVE WRK-CHAVE-ANTIGA TO PRS-CHAVE
               READ PED-RESGATE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE PED-RESGATE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       MOVE WRK-CHAVE-NOVA TO PRS-CHAVE
                       WRITE REG-PED-RESGATE
                           INVALID KEY
                               DISPLAY "ERRO AO RECHAVEAR"
                                   " RESGATE DO PEDIDO"
                           NOT INVALID KEY
                               ADD 1 TO WRK-ACUM-PRS-TRANSF
                       END-WRITE
               END-READ
           END-IF.

       0262-TRANSFERE-ENTREGA-PED SECTION.
      *==  A ENTREGA (ENTREG) TEM A MESMA CHAVE DO PEDIDO -- MESMO
      *==  TRATAMENTO DA CONDICAO; O RASTREIO (CHAVE ALTERNATIVA) NAO
      *==  MUDA, ENTAO O RETORNO DA TRANSPORTADORA (ARQ137) CONTINUA
      *==  ACHANDO A ENTREGA. A OCORRENCIA 'EN' APONTADA POR ELA E DO
      *==  PERDEDOR E SO GANHA SEQUENCIA NOVA DEPOIS, NA
      *==  TRANSFERENCIA DAS OCORRENCIAS -- A CHAVE NOVA FICA GUARDADA
      *==  PARA O ACERTO (0277)
           IF WRK-ENTREGAS-ABERTO EQUAL 'S'
               MOVE WRK-CHAVE-ANTIGA TO ENT-CHAVE
               READ ENTREGAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE ENTREGAS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       MOVE WRK-CHAVE-NOVA TO ENT-CHAVE
                       WRITE REG-ENTREGAS
                           INVALID KEY
                               DISPLAY "ERRO AO RECHAVEAR"
                                   " ENTREGA DO PEDIDO"
                           NOT INVALID KEY
                               ADD 1 TO WRK-ACUM-ENT-TRANSF
                               IF ENT-OCO-SEQUENCIA NOT EQUAL ZEROS
                                   AND WRK-EOC-QTDE < 100
                                   ADD 1 TO WRK-EOC-QTDE
                                   MOVE ENT-CHAVE TO
                                       WRK-EOC-CHAVE (WRK-EOC-QTDE)
                                   MOVE ENT-OCO-SEQUENCIA TO
                                       WRK-EOC-OCO-SEQ (WRK-EOC-QTDE)
                               END-IF
                       END-WRITE
               END-READ
           END-IF.

       0263-TRANSFERE-ALERTAS-PED SECTION.
      *==  OS ALERTAS DE FRAUDE TEM A CHAVE DO PEDIDO + REGRA -- SAO
      *==  RECOLHIDOS PELA CHAVE ANTIGA, EXCLUIDOS E REGRAVADOS COM A
      *==  CHAVE NOVA, MANTENDO A REGRA E A SITUACAO DA REVISAO; SEM
      *==  ISSO A MESA DE PEDIDOS (ARQ095) NAO AVISARIA O ALERTA
      *==  ABERTO E A TRIAGEM (ARQ152) ALERTARIA O PEDIDO DE NOVO
           IF WRK-ALF-ABERTO EQUAL 'S'
               MOVE ZEROS TO WRK-ALF-QTDE
               MOVE 'N' TO WRK-FIM-ITENS
               MOVE LOW-VALUES TO ALF-CHAVE
               MOVE WRK-CHV-ANT-ID TO ALF-ID-CLIENTE
               MOVE WRK-CHV-ANT-SEQ TO ALF-SEQUENCIA
               START ALERTAS-FRAUDE KEY IS NOT LESS THAN ALF-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ITENS
               END-START
               PERFORM UNTIL WRK-FIM-ITENS EQUAL 'S'
                   READ ALERTAS-FRAUDE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ITENS
                       NOT AT END
                           IF ALF-ID-CLIENTE EQUAL WRK-CHV-ANT-ID AND
                               ALF-SEQUENCIA EQUAL WRK-CHV-ANT-SEQ
                               IF WRK-ALF-QTDE < 20
                                   ADD 1 TO WRK-ALF-QTDE
                                   MOVE REG-ALF TO
                                       WRK-ALF-ITEM (WRK-ALF-QTDE)
                               END-IF
                           ELSE
                               MOVE 'S' TO WRK-FIM-ITENS
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WRK-ALF-IDX FROM 1 BY 1
                   UNTIL WRK-ALF-IDX > WRK-ALF-QTDE
                   MOVE WRK-ALF-ITEM (WRK-ALF-IDX) TO REG-ALF
                   DELETE ALERTAS-FRAUDE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WRK-CHV-NOV-ID TO ALF-ID-CLIENTE
                   MOVE WRK-CHV-NOV-SEQ TO ALF-SEQUENCIA
                   WRITE REG-ALF
                       INVALID KEY
                           DISPLAY "ERRO AO RECHAVEAR ALERTA DO PEDIDO"
                       NOT INVALID KEY
                           ADD 1 TO WRK-ACUM-ALF-TRANSF
                   END-WRITE
               END-PERFORM
           END-IF.

       0264-TRANSFERE-PONTOS SECTION.
      *==  MESMO TRATAMENTO DA CONTA CORRENTE: OS LANCAMENTOS DE
      *==  PONTOS DO PERDEDOR VAO PARA O FIM DO EXTRATO DO
      *==  SOBREVIVENTE COM SEQUENCIA NOVA E O SALDO REFEITO A PARTIR
      *==  DO ULTIMO SALDO DELE; O RESGATE E A DEVOLUCAO DO RESGATE
      *==  TEM COMO DOCUMENTO O ID/SEQUENCIA DO PEDIDO, QUE E TROCADO
      *==  PELA CHAVE NOVA -- SEM ISSO O CANCELAMENTO DO PEDIDO
      *==  FUNDIDO (ARQ061) NAO ACHARIA O QUE FOI RESGATADO NELE
           MOVE ZEROS TO WRK-PNT-QTDE.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID-PERDEDOR TO PNT-ID-CLIENTE.
           MOVE ZEROS TO PNT-SEQUENCIA.
           START PONTOS KEY IS GREATER THAN PNT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ PONTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF PNT-ID-CLIENTE EQUAL WRK-ID-PERDEDOR
                           IF WRK-PNT-QTDE < 200
                               ADD 1 TO WRK-PNT-QTDE
                               MOVE REG-PONTOS TO
                                   WRK-PNT-ITEM (WRK-PNT-QTDE)
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-PNT-QTDE > 0
               PERFORM 0265-ACHA-SEQUENCIA-PONTOS
               PERFORM VARYING WRK-PNT-IDX FROM 1 BY 1
                   UNTIL WRK-PNT-IDX > WRK-PNT-QTDE
                   MOVE WRK-PNT-ITEM (WRK-PNT-IDX) TO REG-PONTOS
                   DELETE PONTOS
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WRK-ID-SOBREVIVENTE TO PNT-ID-CLIENTE
                   ADD 1 TO WRK-SEQ-BASE-PNT
                   MOVE WRK-SEQ-BASE-PNT TO PNT-SEQUENCIA
                   IF PNT-NATUREZA EQUAL 'C'
                       ADD PNT-PONTOS TO WRK-SALDO-BASE-PNT
                   ELSE
                       SUBTRACT PNT-PONTOS FROM WRK-SALDO-BASE-PNT
                   END-IF
                   IF WRK-SALDO-BASE-PNT < ZERO
                       MOVE ZEROS TO WRK-SALDO-BASE-PNT
                   END-IF
                   MOVE WRK-SALDO-BASE-PNT TO PNT-SALDO
                   IF PNT-TIPO EQUAL "RS" OR PNT-TIPO EQUAL "CR"
                       MOVE PNT-DOCUMENTO TO WRK-DOC-PEDIDO
                       IF WRK-DOC-ID EQUAL WRK-ID-PERDEDOR
                           MOVE WRK-DOC-SEQ TO WRK-SEQ-PROCURA
                           PERFORM 0278-CONVERTE-SEQUENCIA-PED
                           IF WRK-SEQ-ACHADA NOT EQUAL ZEROS
                               MOVE WRK-ID-SOBREVIVENTE TO WRK-DOC-ID
                               MOVE WRK-SEQ-ACHADA TO WRK-DOC-SEQ
                               MOVE WRK-DOC-PEDIDO TO PNT-DOCUMENTO
                           END-IF
                       END-IF
                   END-IF
                   WRITE REG-PONTOS
                       INVALID KEY
                           DISPLAY "ERRO AO RECHAVEAR LANCAMENTO"
                               " DE PONTOS"
                       NOT INVALID KEY
                           ADD 1 TO WRK-ACUM-PNT-TRANSF
                   END-WRITE
               END-PERFORM
           END-IF.

       0265-ACHA-SEQUENCIA-PONTOS SECTION.
           MOVE ZEROS TO WRK-SEQ-BASE-PNT.
           MOVE ZEROS TO WRK-SALDO-BASE-PNT.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID-SOBREVIVENTE TO PNT-ID-CLIENTE.
           MOVE ZEROS TO PNT-SEQUENCIA.
           START PONTOS KEY IS GREATER THAN PNT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ PONTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF PNT-ID-CLIENTE EQUAL WRK-ID-SOBREVIVENTE
                           MOVE PNT-SEQUENCIA TO WRK-SEQ-BASE-PNT
                           MOVE PNT-SALDO TO WRK-SALDO-BASE-PNT
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.

       0266-TRANSFERE-PROGRAMADOS SECTION.
      *==  MESMO TRATAMENTO DOS PEDIDOS: AS PROGRAMACOES DO PERDEDOR
      *==  SAO RECOLHIDAS, EXCLUIDAS DA CHAVE ANTIGA E REGRAVADAS NO
      *==  FIM DO GRUPO DO SOBREVIVENTE COM NUMERO NOVO, LEVANDO OS
      *==  ITENS; O ULTIMO PEDIDO GERADO PASSA PARA A SEQUENCIA NOVA
      *==  DO PEDIDO -- SEM ISSO A CADEIA NOTURNA (ARQ143) CONTINUARIA
      *==  GERANDO PEDIDOS PARA UM ID EXTINTO
           MOVE ZEROS TO WRK-PRG-QTDE.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID-PERDEDOR TO PRG-ID-CLIENTE.
           MOVE ZEROS TO PRG-NUMERO.
           START PROGRAMADOS KEY IS GREATER THAN PRG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ PROGRAMADOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF PRG-ID-CLIENTE EQUAL WRK-ID-PERDEDOR
                           IF WRK-PRG-QTDE < 50
                               ADD 1 TO WRK-PRG-QTDE
                               MOVE REG-PROGRAMADO TO
                                   WRK-PRG-ITEM (WRK-PRG-QTDE)
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-PRG-QTDE > 0
               PERFORM 0267-ACHA-SEQUENCIA-PROGRAMADOS
               PERFORM VARYING WRK-PRG-IDX FROM 1 BY 1
                   UNTIL WRK-PRG-IDX > WRK-PRG-QTDE
                   MOVE WRK-PRG-ITEM (WRK-PRG-IDX) TO REG-PROGRAMADO
                   MOVE PRG-NUMERO TO WRK-NUMERO-ANTIGO
                   DELETE PROGRAMADOS
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WRK-ID-SOBREVIVENTE TO PRG-ID-CLIENTE
                   ADD 1 TO WRK-SEQ-BASE-PRG
                   MOVE WRK-SEQ-BASE-PRG TO PRG-NUMERO
                   MOVE WRK-SEQ-BASE-PRG TO WRK-NUMERO-NOVO
                   IF PRG-ULTIMO-PEDIDO NOT EQUAL ZEROS
                       MOVE PRG-ULTIMO-PEDIDO TO WRK-SEQ-PROCURA
                       PERFORM 0278-CONVERTE-SEQUENCIA-PED
                       IF WRK-SEQ-ACHADA NOT EQUAL ZEROS
                           MOVE WRK-SEQ-ACHADA TO PRG-ULTIMO-PEDIDO
                       END-IF
                   END-IF
                   WRITE REG-PROGRAMADO
                       INVALID KEY
                           DISPLAY "ERRO AO RECHAVEAR PEDIDO PROGRAMADO"
                       NOT INVALID KEY
                           ADD 1 TO WRK-ACUM-PRG-TRANSF
                           IF WRK-PRI-ABERTO EQUAL 'S'
                               PERFORM 0268-TRANSFERE-ITENS-PROGRAMADO
                           END-IF
                   END-WRITE
               END-PERFORM
           END-IF.

       0267-ACHA-SEQUENCIA-PROGRAMADOS SECTION.
           MOVE ZEROS TO WRK-SEQ-BASE-PRG.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID-SOBREVIVENTE TO PRG-ID-CLIENTE.
           MOVE ZEROS TO PRG-NUMERO.
           START PROGRAMADOS KEY IS GREATER THAN PRG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ PROGRAMADOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF PRG-ID-CLIENTE EQUAL WRK-ID-SOBREVIVENTE
                           MOVE PRG-NUMERO TO WRK-SEQ-BASE-PRG
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.

       0268-TRANSFERE-ITENS-PROGRAMADO SECTION.
      *==  OS ITENS TEM A CHAVE DA PROGRAMACAO + LINHA -- MESMO
      *==  TRATAMENTO DAS LINHAS DO PEDIDO, MANTENDO O NUMERO DA LINHA
           MOVE ZEROS TO WRK-PRI-QTDE.
           MOVE 'N' TO WRK-FIM-ITENS.
           MOVE WRK-ID-PERDEDOR TO PRI-ID-CLIENTE.
           MOVE WRK-NUMERO-ANTIGO TO PRI-NUMERO.
           MOVE ZEROS TO PRI-LINHA.
           START PRG-ITENS KEY IS GREATER THAN PRI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ITENS
           END-START.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL 'S'
               READ PRG-ITENS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ITENS
                   NOT AT END
                       IF PRI-ID-CLIENTE EQUAL WRK-ID-PERDEDOR AND
                           PRI-NUMERO EQUAL WRK-NUMERO-ANTIGO
                           IF WRK-PRI-QTDE < 50
                               ADD 1 TO WRK-PRI-QTDE
                               MOVE REG-PRG-ITEM TO
                                   WRK-PRI-ITEM (WRK-PRI-QTDE)
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-FIM-ITENS
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WRK-PRI-IDX FROM 1 BY 1
               UNTIL WRK-PRI-IDX > WRK-PRI-QTDE
               MOVE WRK-PRI-ITEM (WRK-PRI-IDX) TO REG-PRG-ITEM
               DELETE PRG-ITENS
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE WRK-ID-SOBREVIVENTE TO PRI-ID-CLIENTE
               MOVE WRK-NUMERO-NOVO TO PRI-NUMERO
               WRITE REG-PRG-ITEM
                   INVALID KEY
                       DISPLAY "ERRO AO RECHAVEAR ITEM PROGRAMADO"
                   NOT INVALID KEY
                       ADD 1 TO WRK-ACUM-PRI-TRANSF
               END-WRITE
           END-PERFORM.

       0269-TRANSFERE-COTACOES SECTION.
      *==  MESMO TRATAMENTO DAS PROGRAMACOES: AS COTACOES DO PERDEDOR
      *==  VAO PARA O FIM DO GRUPO DO SOBREVIVENTE COM NUMERO NOVO,
      *==  LEVANDO AS LINHAS; A COTACAO CONVERTIDA PASSA A APONTAR
      *==  PARA A SEQUENCIA NOVA DO PEDIDO GERADO -- SEM ISSO A
      *==  COTACAO ABERTA NAO PODERIA SER CONVERTIDA (ARQ095) NEM
      *==  VENCIDA (ARQ140) E SUMIRIA DO RELATORIO DO VENDEDOR (ARQ141)
           MOVE ZEROS TO WRK-COT-QTDE.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID-PERDEDOR TO COT-ID-CLIENTE.
           MOVE ZEROS TO COT-NUMERO.
           START COTACOES KEY IS GREATER THAN COT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ COTACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF COT-ID-CLIENTE EQUAL WRK-ID-PERDEDOR
                           IF WRK-COT-QTDE < 100
                               ADD 1 TO WRK-COT-QTDE
                               MOVE REG-COTACAO TO
                                   WRK-COT-ITEM (WRK-COT-QTDE)
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-COT-QTDE > 0
               PERFORM 0271-ACHA-SEQUENCIA-COTACOES
               PERFORM VARYING WRK-COT-IDX FROM 1 BY 1
                   UNTIL WRK-COT-IDX > WRK-COT-QTDE
                   MOVE WRK-COT-ITEM (WRK-COT-IDX) TO REG-COTACAO
                   MOVE COT-NUMERO TO WRK-NUMERO-ANTIGO
                   DELETE COTACOES
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WRK-ID-SOBREVIVENTE TO COT-ID-CLIENTE
                   ADD 1 TO WRK-SEQ-BASE-COT
                   MOVE WRK-SEQ-BASE-COT TO COT-NUMERO
                   MOVE WRK-SEQ-BASE-COT TO WRK-NUMERO-NOVO
                   IF COT-PED-SEQUENCIA NOT EQUAL ZEROS
                       MOVE COT-PED-SEQUENCIA TO WRK-SEQ-PROCURA
                       PERFORM 0278-CONVERTE-SEQUENCIA-PED
                       IF WRK-SEQ-ACHADA NOT EQUAL ZEROS
                           MOVE WRK-SEQ-ACHADA TO COT-PED-SEQUENCIA
                       END-IF
                   END-IF
                   WRITE REG-COTACAO
                       INVALID KEY
                           DISPLAY "ERRO AO RECHAVEAR COTACAO"
                       NOT INVALID KEY
                           ADD 1 TO WRK-ACUM-COT-TRANSF
                           IF WRK-CTI-ABERTO EQUAL 'S'
                               PERFORM 0272-TRANSFERE-ITENS-COTACAO
                           END-IF
                   END-WRITE
               END-PERFORM
           END-IF.

       0271-ACHA-SEQUENCIA-COTACOES SECTION.
           MOVE ZEROS TO WRK-SEQ-BASE-COT.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID-SOBREVIVENTE TO COT-ID-CLIENTE.
           MOVE ZEROS TO COT-NUMERO.
           START COTACOES KEY IS GREATER THAN COT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ COTACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF COT-ID-CLIENTE EQUAL WRK-ID-SOBREVIVENTE
                           MOVE COT-NUMERO TO WRK-SEQ-BASE-COT
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.

       0272-TRANSFERE-ITENS-COTACAO SECTION.
      *==  AS LINHAS TEM A CHAVE DA COTACAO + LINHA -- MESMO
      *==  TRATAMENTO DAS LINHAS DO PEDIDO, MANTENDO O NUMERO DA LINHA
           MOVE ZEROS TO WRK-CTI-QTDE.
           MOVE 'N' TO WRK-FIM-ITENS.
           MOVE WRK-ID-PERDEDOR TO CTI-ID-CLIENTE.
           MOVE WRK-NUMERO-ANTIGO TO CTI-NUMERO.
           MOVE ZEROS TO CTI-LINHA.
           START COT-ITENS KEY IS GREATER THAN CTI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ITENS
           END-START.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL 'S'
               READ COT-ITENS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ITENS
                   NOT AT END
                       IF CTI-ID-CLIENTE EQUAL WRK-ID-PERDEDOR AND
                           CTI-NUMERO EQUAL WRK-NUMERO-ANTIGO
                           IF WRK-CTI-QTDE < 50
                               ADD 1 TO WRK-CTI-QTDE
                               MOVE REG-COT-ITEM TO
                                   WRK-CTI-ITEM (WRK-CTI-QTDE)
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-FIM-ITENS
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WRK-CTI-IDX FROM 1 BY 1
               UNTIL WRK-CTI-IDX > WRK-CTI-QTDE
               MOVE WRK-CTI-ITEM (WRK-CTI-IDX) TO REG-COT-ITEM
               DELETE COT-ITENS
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE WRK-ID-SOBREVIVENTE TO CTI-ID-CLIENTE
               MOVE WRK-NUMERO-NOVO TO CTI-NUMERO
               WRITE REG-COT-ITEM
                   INVALID KEY
                       DISPLAY "ERRO AO RECHAVEAR ITEM DA COTACAO"
                   NOT INVALID KEY
                       ADD 1 TO WRK-ACUM-CTI-TRANSF
               END-WRITE
           END-PERFORM.

       0273-TRANSFERE-CARTEIRA SECTION.
      *==  A CARTEIRA E UM HISTORICO DE ATRIBUICOES COM VIGENCIA --
      *==  COMO NO CONSENTIMENTO, A DO SOBREVIVENTE PREVALECE: SE ELE
      *==  JA TEM ATRIBUICAO, AS LINHAS DO PERDEDOR SAO DESCARTADAS;
      *==  SENAO O HISTORICO DO PERDEDOR PASSA INTEIRO PARA O ID DELE
      *==  (A DATA DE INICIO, SEGUNDA PARTE DA CHAVE, NAO MUDA)
           MOVE ZEROS TO WRK-CAR-QTDE.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID-PERDEDOR TO CAR-ID-CLIENTE.
           MOVE LOW-VALUES TO CAR-DATA-INICIO.
           START CARTEIRA KEY IS NOT LESS THAN CAR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ CARTEIRA NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF CAR-ID-CLIENTE EQUAL WRK-ID-PERDEDOR
                           IF WRK-CAR-QTDE < 50
                               ADD 1 TO WRK-CAR-QTDE
                               MOVE REG-CARTEIRA TO
                                   WRK-CAR-ITEM (WRK-CAR-QTDE)
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-CAR-QTDE > 0
               MOVE 'N' TO WRK-SOBREV-TEM-CARTEIRA
               MOVE WRK-ID-SOBREVIVENTE TO CAR-ID-CLIENTE
               MOVE LOW-VALUES TO CAR-DATA-INICIO
               START CARTEIRA KEY IS NOT LESS THAN CAR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CARTEIRA NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF CAR-ID-CLIENTE EQUAL
                                   WRK-ID-SOBREVIVENTE
                                   MOVE 'S' TO WRK-SOBREV-TEM-CARTEIRA
                               END-IF
                       END-READ
               END-START
               PERFORM VARYING WRK-CAR-IDX FROM 1 BY 1
                   UNTIL WRK-CAR-IDX > WRK-CAR-QTDE
                   MOVE WRK-CAR-ITEM (WRK-CAR-IDX) TO REG-CARTEIRA
                   DELETE CARTEIRA
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF WRK-SOBREV-TEM-CARTEIRA EQUAL 'S'
                       ADD 1 TO WRK-ACUM-CAR-DESCARTE
                   ELSE
                       MOVE WRK-ID-SOBREVIVENTE TO CAR-ID-CLIENTE
                       WRITE REG-CARTEIRA
                           INVALID KEY
                               DISPLAY "ERRO AO RECHAVEAR CARTEIRA"
                           NOT INVALID KEY
                               ADD 1 TO WRK-ACUM-CAR-TRANSF
                       END-WRITE
                   END-IF
               END-PERFORM
           END-IF.

       0274-TRANSFERE-GRUPO SECTION.
      *==  UM CLIENTE SO PERTENCE A UM GRUPO -- COMO NO
      *==  CONSENTIMENTO, O GRUPO DO SOBREVIVENTE PREVALECE E O
      *==  REGISTRO DO PERDEDOR SO MIGRA QUANDO ELE NAO ESTA EM
      *==  NENHUM. PERDEDOR CABECA DE GRUPO: OS MEMBROS PASSAM PARA O
      *==  GRUPO DO SOBREVIVENTE (OU, SE ELE NAO TEM GRUPO, O
      *==  SOBREVIVENTE VIRA A CABECA COM O LIMITE DO PERDEDOR); COM
      *==  GRUPO PROPRIO DO SOBREVIVENTE, VALE O LIMITE DELE
           MOVE ZEROS TO WRK-CABECA-DESTINO.
           MOVE WRK-ID-SOBREVIVENTE TO GEC-ID-CLIENTE.
           READ GRUPOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GEC-ID-CABECA TO WRK-CABECA-DESTINO
           END-READ.
           MOVE WRK-ID-PERDEDOR TO GEC-ID-CLIENTE.
           READ GRUPOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WRK-PERDEDOR-CABECA
                   IF GEC-ID-CABECA EQUAL WRK-ID-PERDEDOR
                       MOVE 'S' TO WRK-PERDEDOR-CABECA
                   END-IF
                   DELETE GRUPOS
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF WRK-CABECA-DESTINO EQUAL ZEROS
                       MOVE WRK-ID-SOBREVIVENTE TO GEC-ID-CLIENTE
                       IF WRK-PERDEDOR-CABECA EQUAL 'S'
                           MOVE WRK-ID-SOBREVIVENTE TO GEC-ID-CABECA
                       END-IF
                       MOVE GEC-ID-CABECA TO WRK-CABECA-DESTINO
                       WRITE REG-GRUPO
                           INVALID KEY
                               DISPLAY "ERRO AO RECHAVEAR GRUPO"
                           NOT INVALID KEY
                               ADD 1 TO WRK-ACUM-GEC-TRANSF
                       END-WRITE
                   END-IF
                   IF WRK-PERDEDOR-CABECA EQUAL 'S'
                       PERFORM 0279-REAPONTA-MEMBROS-GRUPO
                   END-IF
           END-READ.

       0250-GRAVA-XREF SECTION.
      *==  PAPEIS ANTIGOS COM O ID PERDEDOR CONTINUAM RESOLVENDO --
      *==  A LINHA GUARDA ID ANTIGO, ID NOVO E A DATA DA FUSAO
           WRITE REG-LOG-IMAGEM.
           CLOSE LOG-IMAGENS.

       0275-TRANSFERE-DISPUTA SECTION.
      *==  A FATURA EM DISPUTA APONTA PARA A OCORRENCIA QUE A RETEM --
      *==  A CHAVE DA OCORRENCIA MUDOU, ENTAO O APONTADOR ACOMPANHA
           MOVE WRK-OCO-CHAVE-ANTIGA TO DSP-CHAVE-OCORRENCIA.
           READ DISPUTAS KEY IS DSP-CHAVE-OCORRENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OCO-ID-CLIENTE TO DSP-ID-CLIENTE
                   MOVE OCO-SEQUENCIA TO DSP-OCO-SEQUENCIA
                   REWRITE REG-DISPUTA
                       INVALID KEY
                           DISPLAY "ERRO AO RECHAVEAR DISPUTA"
                   END-REWRITE
           END-READ.

       0276-TRANSFERE-COBRANCA SECTION.
      *==  O REGISTRO DA AGENCIA E DA FATURA (CHAVE NAO MUDA) -- SO O
      *==  ID DO CLIENTE, CHAVE ALTERNATIVA, ACOMPANHA O SOBREVIVENTE
           IF WRK-CEX-ABERTO EQUAL 'S'
               MOVE FAT-NUMERO TO CEX-FAT-NUMERO
               READ COBRANCA-EXTERNA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FAT-ID-CLIENTE TO CEX-ID-CLIENTE
                       REWRITE REG-COBRANCA-EXTERNA
                           INVALID KEY
                               DISPLAY "ERRO AO RECHAVEAR COBRANCA"
                       END-REWRITE
               END-READ
           END-IF.

       0277-TRANSFERE-OCO-ENTREGA SECTION.
      *==  A ENTREGA RECHAVEADA QUE APONTAVA PARA ESTA OCORRENCIA
      *==  'EN' PASSA A APONTAR PARA A SEQUENCIA NOVA DELA
           PERFORM VARYING WRK-EOC-IDX FROM 1 BY 1
               UNTIL WRK-EOC-IDX > WRK-EOC-QTDE
               IF WRK-EOC-OCO-SEQ (WRK-EOC-IDX) EQUAL
                   WRK-OCO-SEQ-ANTIGA
                   MOVE WRK-EOC-CHAVE (WRK-EOC-IDX) TO ENT-CHAVE
                   READ ENTREGAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE OCO-SEQUENCIA TO ENT-OCO-SEQUENCIA
                           REWRITE REG-ENTREGAS
                               INVALID KEY
                                   DISPLAY "ERRO AO RECHAVEAR"
                                       " OCORRENCIA DA ENTREGA"
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.

       0278-CONVERTE-SEQUENCIA-PED SECTION.
      *==  DEVOLVE EM WRK-SEQ-ACHADA A SEQUENCIA NOVA DO PEDIDO DO
      *==  PERDEDOR DE SEQUENCIA WRK-SEQ-PROCURA (ZERO = PEDIDO NAO
      *==  RECHAVEADO NESTA FUSAO)
           MOVE ZEROS TO WRK-SEQ-ACHADA.
           PERFORM VARYING WRK-RCH-IDX FROM 1 BY 1
               UNTIL WRK-RCH-IDX > WRK-PED-QTDE
               OR WRK-SEQ-ACHADA NOT EQUAL ZEROS
               IF WRK-RCH-SEQ-ANTIGA (WRK-RCH-IDX) EQUAL
                   WRK-SEQ-PROCURA
                   MOVE WRK-RCH-SEQ-NOVA (WRK-RCH-IDX) TO
                       WRK-SEQ-ACHADA
               END-IF
           END-PERFORM.

       0279-REAPONTA-MEMBROS-GRUPO SECTION.
      *==  OS MEMBROS SAO LOCALIZADOS PELA CHAVE ALTERNATIVA
      *==  GEC-ID-CABECA -- MESMO TRATAMENTO DOS ENCARGOS: OS IDS SAO
      *==  RECOLHIDOS E CADA MEMBRO E RELIDO PELA CHAVE PRIMARIA
           MOVE ZEROS TO WRK-GEC-QTDE.
           MOVE 'N' TO WRK-FIM-GRUPO.
           MOVE WRK-ID-PERDEDOR TO GEC-ID-CABECA.
           START GRUPOS KEY IS EQUAL GEC-ID-CABECA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPO
           END-START.
           PERFORM UNTIL WRK-FIM-GRUPO EQUAL 'S'
               READ GRUPOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPO
                   NOT AT END
                       IF GEC-ID-CABECA EQUAL WRK-ID-PERDEDOR
                           AND WRK-GEC-QTDE < 100
                           ADD 1 TO WRK-GEC-QTDE
                           MOVE GEC-ID-CLIENTE TO
                               WRK-GEC-MEMBRO (WRK-GEC-QTDE)
                       ELSE
                           MOVE 'S' TO WRK-FIM-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WRK-GEC-IDX FROM 1 BY 1
               UNTIL WRK-GEC-IDX > WRK-GEC-QTDE
               MOVE WRK-GEC-MEMBRO (WRK-GEC-IDX) TO GEC-ID-CLIENTE
               READ GRUPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-CABECA-DESTINO TO GEC-ID-CABECA
                       MOVE ZEROS TO GEC-LIMITE-GRUPO
                       REWRITE REG-GRUPO
                           INVALID KEY
                               DISPLAY "ERRO AO REAPONTAR MEMBRO"
                                   " DO GRUPO"
                           NOT INVALID KEY
                               ADD 1 TO WRK-ACUM-GEC-TRANSF
                       END-REWRITE
               END-READ
           END-PERFORM.

       0300-FINISH SECTION.
           MOVE 'L' TO TRV-FUNCAO.
           MOVE "ARQ041" TO TRV-PROGRAMA.
