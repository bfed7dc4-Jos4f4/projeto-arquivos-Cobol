      *==  CATEGORIA: CO=COBRANCA  EN=ENTREGA  AT=ATENDIMENTO
      *==             PR=PRODUTO  OU=OUTROS
      *==  STATUS: A=ABERTA  F=FECHADA
      *==  RECLAMACAO CO PODE RETER UMA FATURA DO CLIENTE EM DISPUTA
      *==  (VIDE DSPREG) ATE O FECHAMENTO DA OCORRENCIA
      *==  RECLAMACAO EN DE ENTREGA ATRASADA PODE SER ABERTA PELO
      *==  RELATORIO DE ENTREGAS ATRASADAS (ARQ138, VIDE ENTREG)
      *=================================================================
           05 OCO-CHAVE.
               10 OCO-ID-CLIENTE PIC 9(07).
