      *=================================================================
      *==  COPY ICPPRM -- AREA DE PARAMETROS DO MODULO DE CALCULO DO
      *==  ICMS (ARQ129) -- CHAMADO PELA ENTRADA DE PEDIDOS (ARQ027,
      *==  ARQ063, ARQ095) E PELA GERACAO DE FATURAS (ARQ064)
      *==  FUNCAO: C=CALCULA O ICMS DE ICP-BASE PARA A UF E A CLASSE
      *==            (BASE ZERO SO CONSULTA A ALIQUOTA)
      *==          R=RECARREGA A TABELA DE ALIQUOTAS
      *==  RESULTADO: S=ALIQUOTA ENCONTRADA  N=UF/CLASSE SEM ALIQUOTA
      *==  VALOR: ICP-BASE X ICP-ALIQUOTA / 100, ARREDONDADO NO
      *==         CENTAVO
      *=================================================================
           05 ICP-FUNCAO         PIC X(01).
           05 ICP-UF             PIC X(02).
           05 ICP-CLASSE         PIC X(02).
           05 ICP-BASE           PIC 9(07)V99.
           05 ICP-ALIQUOTA       PIC 9(02)V99.
           05 ICP-VALOR          PIC 9(07)V99.
           05 ICP-RESULTADO      PIC X(01).
