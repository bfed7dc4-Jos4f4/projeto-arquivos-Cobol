      *=================================================================
      *==  COPY ASGREG -- LAYOUT DO REGISTRO DO CONTROLE DE AVISOS DE
      *==  SEGURANCA (AVISOS-SEGURANCA.TXT), GRAVADO PELO ARQ169 PARA
      *==  CADA ALTERACAO DE TELEFONE, EMAIL OU ENDERECO ENCONTRADA NO
      *==  LOG DE IMAGENS -- AVISADA OU NAO -- E LISTADO NO DOSSIE DO
      *==  CLIENTE (ARQ060)
      *==  CHAVE: ID DO CLIENTE + DATA/HORA DA IMAGEM DA ALTERACAO +
      *==  ITEM (A MESMA ALTERACAO NUNCA E AVISADA DUAS VEZES)
      *==  ITEM: T=TELEFONE  E=EMAIL  N=ENDERECO
      *==  SITUACAO: E=ENVIADO
      *==            S=SUPRIMIDO (SEM CONTATO ANTIGO UTIL NO CANAL)
      *==  CANAL: SMS, EMAIL OU CARTA (EM BRANCO QUANDO SUPRIMIDO)
      *==  DESTINO: O CONTATO OU ENDERECO ANTIGO QUE RECEBEU O AVISO
      *==  NOVO-MASCARADO: O QUE O AVISO MOSTROU DO VALOR NOVO
      *=================================================================
           05 ASG-CHAVE.
               10 ASG-ID-CLIENTE    PIC 9(07).
               10 ASG-DATA-HORA-ALT PIC X(14).
               10 ASG-ITEM          PIC X(01).
           05 ASG-DATA-AVISO     PIC X(08).
           05 ASG-SITUACAO       PIC X(01).
           05 ASG-CANAL          PIC X(05).
           05 ASG-DESTINO        PIC X(40).
           05 ASG-NOVO-MASCARADO PIC X(30).
