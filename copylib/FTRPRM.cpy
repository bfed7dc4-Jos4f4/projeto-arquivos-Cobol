      *=================================================================
      *==  COPY FTRPRM -- AREA DE PARAMETROS DO MODULO DE FILAS DE
      *==  TRABALHO (ARQ155) -- CONTA O QUE ESTA ESPERANDO POR UMA
      *==  PESSOA EM CADA FILA E A IDADE DO ITEM MAIS ANTIGO
      *==  FUNCAO: C=CONTA AS FILAS NA DATA FTR-DATA-BASE (AAAAMMDD,
      *==            EM BRANCO = HOJE)
      *==  FILAS (SEMPRE NESTA ORDEM, FTR-QTDE-FILAS = 8):
      *==    1 APROVACOES PENDENTES (ARQ086)
      *==    2 PAGAMENTOS SUSPENSOS (ARQ066)
      *==    3 CLIENTES REJEITADOS NA CARGA (ARQ052)
      *==    4 CORRESPONDENCIA DEVOLVIDA (ARQ081)
      *==    5 OCORRENCIAS ABERTAS (ARQ073)
      *==    6 PENDENTES DA REMESSA DO BUREAU (ARQ094)
      *==    7 PEDIDOS REJEITADOS NA CARGA (ARQ158)
      *==    8 SOLICITACOES LGPD EM ABERTO (ARQ163)
      *==  FTR-NIVEL E O NIVEL MINIMO DO OPERADOR PARA TRATAR A FILA
      *==  (VIDE OPERADORES.TXT E O MENU DO ARQ000)
      *==  FTR-IDADE EM DIAS CORRIDOS; ITEM SEM DATA (LINHA ANTIGA)
      *==  ENTRA NA QUANTIDADE MAS NAO NA IDADE
      *=================================================================
           05 FTR-FUNCAO         PIC X(01).
           05 FTR-DATA-BASE      PIC X(08).
           05 FTR-QTDE-FILAS     PIC 9(02).
           05 FTR-FILA OCCURS 8 TIMES.
               10 FTR-DESCRICAO  PIC X(30).
               10 FTR-PROGRAMA   PIC X(08).
               10 FTR-NIVEL      PIC 9(01).
               10 FTR-QTDE       PIC 9(06).
               10 FTR-DATA-ANTIGA PIC X(08).
               10 FTR-IDADE      PIC 9(05).
