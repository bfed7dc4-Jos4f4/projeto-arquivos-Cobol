      *=================================================================
      *==  COPY NCIREG -- LAYOUT DO REGISTRO DO ARQUIVO DE ITENS DA
      *==  NOTA DE CREDITO (NOTAS-CREDITO-ITENS.TXT) -- UMA LINHA POR
      *==  LINHA DO PEDIDO DEVOLVIDA, COM O MESMO NUMERO DE LINHA DO
      *==  ARQUIVO DE ITENS (ITP-LINHA, VIDE ITPREG); E ASSIM QUE A
      *==  DEVOLUCAO (ARQ108) SABE QUANTO DE CADA LINHA JA VOLTOU
      *==  PEDIDO SEM LINHAS DE ITEM DEVOLVE SO POR VALOR E NAO GRAVA
      *==  NADA AQUI
      *=================================================================
           05 NCI-CHAVE.
               10 NCI-NUMERO     PIC 9(07).
               10 NCI-LINHA      PIC 9(03).
           05 NCI-PRODUTO        PIC X(06).
           05 NCI-QUANTIDADE     PIC 9(05).
           05 NCI-PRECO-UNIT     PIC 9(07)V99.
           05 NCI-VALOR-LINHA    PIC 9(07)V99.
