      *=================================================================
      *==  COPY ENTREG -- LAYOUT DO REGISTRO DO ARQUIVO DE ENTREGAS
      *==  (ENTREGAS.TXT) -- UM REGISTRO POR PEDIDO FATURADO QUE SAIU
      *==  PARA O CLIENTE, CHAVE IGUAL A DO PEDIDO (VIDE PEDREG): ID DO
      *==  CLIENTE + SEQUENCIA DO PEDIDO
      *==  O DESPACHO E DIGITADO NO ARQ136; O RETORNO DAS
      *==  TRANSPORTADORAS (ARQ137) ATUALIZA O STATUS PELO CODIGO DE
      *==  RASTREIO (CHAVE ALTERNATIVA COM DUPLICADAS -- CODIGOS DE
      *==  TRANSPORTADORAS DIFERENTES PODEM COINCIDIR); O ARQ138 LISTA
      *==  AS ENTREGAS ATRASADAS E ABRE A OCORRENCIA 'EN' (OCOREG),
      *==  CUJA SEQUENCIA FICA EM ENT-OCO-SEQUENCIA (ZERO = NENHUMA)
      *==  STATUS: T=EM TRANSITO  E=ENTREGUE  D=DEVOLVIDA AO REMETENTE
      *=================================================================
           05 ENT-CHAVE.
               10 ENT-ID-CLIENTE  PIC 9(07).
               10 ENT-SEQUENCIA   PIC 9(05).
           05 ENT-TRANSPORTADORA  PIC X(10).
           05 ENT-RASTREIO        PIC X(20).
           05 ENT-DATA-DESPACHO   PIC X(08).
           05 ENT-DATA-ENTREGA    PIC X(08).
           05 ENT-STATUS          PIC X(01).
           05 ENT-DATA-STATUS     PIC X(08).
           05 ENT-OPERADOR        PIC X(04).
           05 ENT-OCO-SEQUENCIA   PIC 9(03).
