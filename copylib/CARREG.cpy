      *=================================================================
      *==  COPY CARREG -- LAYOUT DO REGISTRO DA CARTEIRA DE CLIENTES
      *==  POR VENDEDOR (CARTEIRA-VENDEDOR.TXT) -- ATRIBUICAO DO
      *==  CLIENTE A UM VENDEDOR COM VIGENCIA, GRAVADA PELO
      *==  REALINHAMENTO (ARQ151); A CARTEIRA VALE ANTES DO
      *==  TERRITORIO NA RESOLUCAO DO VENDEDOR (ARQ150)
      *==  CHAVE: ID DO CLIENTE (VIDE CLIREG) + DATA DE INICIO
      *==  DATA-FIM 99999999 = VIGENTE
      *=================================================================
           05 CAR-CHAVE.
               10 CAR-ID-CLIENTE  PIC 9(07).
               10 CAR-DATA-INICIO PIC X(08).
           05 CAR-VENDEDOR        PIC X(03).
           05 CAR-DATA-FIM        PIC X(08).
           05 CAR-VENDEDOR-ANTES  PIC X(03).
           05 CAR-DATA-REGISTRO   PIC X(08).
           05 CAR-OPERADOR        PIC X(04).
