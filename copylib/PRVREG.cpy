      *=================================================================
      *==  COPY PRVREG -- LAYOUT DO REGISTRO DO HISTORICO DE PREVISOES
      *==  DE RECEBIMENTO (PREVISAO-RECEBIMENTOS.TXT) -- SO DE
      *==  INCLUSAO: CADA EXECUCAO DO ARQ167 GRAVA UMA LINHA POR DIA
      *==  UTIL COM VALOR PREVISTO NAS 8 SEMANAS SEGUINTES, TODAS COM
      *==  A MESMA DATA/HORA DA EXECUCAO; UMA EXECUCAO POSTERIOR
      *==  COMPARA A PREVISAO COM O QUE O RETORNO BANCARIO (ARQ065)
      *==  REALMENTE BAIXOU EM CADA DIA
      *=================================================================
           05 PRV-DATA-HORA      PIC X(14).
           05 FILLER             PIC X(01).
           05 PRV-DATA-PREVISTA  PIC X(08).
           05 FILLER             PIC X(01).
           05 PRV-VALOR          PIC 9(09)V99.
