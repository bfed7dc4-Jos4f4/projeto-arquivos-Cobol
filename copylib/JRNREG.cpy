      *=================================================================
      *==  COPY JRNREG -- LAYOUT DO REGISTRO DO JORNAL DE ALTERACOES
      *==  DAS TABELAS DE REFERENCIA (REFERENCIAS-JORNAL.TXT),
      *==  GRAVADO PELO MODULO ARQ159 -- CADA INCLUSAO, ALTERACAO E
      *==  EXCLUSAO NAS TABELAS DE DDD (ARQ051), LIMITE DE CREDITO
      *==  (ARQ068 E APROVACAO NO ARQ086), FAIXAS DE CEP (ARQ082),
      *==  FERIADOS (ARQ091) E VENDEDORES (ARQ099), COM O OPERADOR,
      *==  O CARIMBO E AS IMAGENS DE ANTES E DEPOIS DA LINHA
      *==  TABELA: DDD, LIMITE, CEP, FERIADO, VENDEDOR
      *==  OPERACAO: I=INCLUSAO  A=ALTERACAO  E=EXCLUSAO
      *==            S=AUMENTO DE LIMITE ENVIADO A APROVACAO (ARQ086)
      *==  NA INCLUSAO O ANTES VEM EM BRANCO, NA EXCLUSAO O DEPOIS
      *==  CONSULTA: ARQ160  RELATORIO SEMANAL: ARQ161
      *=================================================================
           05 JRN-TIMESTAMP      PIC X(14).
           05 FILLER             PIC X(01).
           05 JRN-TABELA         PIC X(08).
           05 FILLER             PIC X(01).
           05 JRN-OPERACAO       PIC X(01).
           05 FILLER             PIC X(01).
           05 JRN-OPERADOR       PIC X(04).
           05 FILLER             PIC X(01).
           05 JRN-PROGRAMA       PIC X(08).
           05 FILLER             PIC X(01).
           05 JRN-CHAVE          PIC X(20).
           05 FILLER             PIC X(01).
           05 JRN-ANTES          PIC X(50).
           05 FILLER             PIC X(01).
           05 JRN-DEPOIS         PIC X(50).
