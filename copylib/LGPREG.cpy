      *=================================================================
      *==  COPY LGPREG -- LAYOUT DO REGISTRO DE SOLICITACOES DO
      *==  TITULAR DE DADOS (LGPD-SOLICITACOES) -- MANTIDO PELO
      *==  ARQ163, RESPONDIDO PELO ARQ164 E ACOMPANHADO NO RELATORIO
      *==  DIARIO DE PRAZOS DO ARQ165
      *==  CHAVE: NUMERO SEQUENCIAL DA SOLICITACAO
      *==  TIPO: A=ACESSO  C=CORRECAO  P=PORTABILIDADE  E=ELIMINACAO
      *==  CANAL: E=EMAIL  T=TELEFONE  C=CARTA  P=PRESENCIAL  S=SITE
      *==  DATA LIMITE = DATA DE RECEBIMENTO + PRAZO EM DIAS CORRIDOS
      *==  SITUACAO: A=ABERTA  R=RESPONDIDA
      *=================================================================
           05 LGP-NUMERO         PIC 9(06).
           05 LGP-CPF            PIC X(11).
           05 LGP-TIPO           PIC X(01).
           05 LGP-CANAL          PIC X(01).
           05 LGP-DATA-RECEBIDA  PIC X(08).
           05 LGP-DATA-LIMITE    PIC X(08).
           05 LGP-SITUACAO       PIC X(01).
           05 LGP-DATA-RESPOSTA  PIC X(08).
           05 LGP-ID-CLIENTE     PIC 9(07).
           05 LGP-OPERADOR       PIC X(04).
           05 LGP-OBSERVACAO     PIC X(40).
