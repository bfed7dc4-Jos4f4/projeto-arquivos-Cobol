      *==            LINHA) E CADA ID ENTRA EM
      *==            ENDERECOS-DEVOLVIDOS.TXT COM A DATA DA
      *==            DEVOLUCAO; A RODADA DE ETIQUETAS/CARTAS
      *==            (ARQ037), A COBRANCA (ARQ067) E O EXTRATO DE
      *==            CONTA CORRENTE (ARQ116) SUPRIMEM OS
      *==            MARCADOS E A ALTERACAO DE ENDERECO PELO ARQ008
      *==            LIMPA A MARCA; A OPCAO R IMPRIME A LISTA DE
      *==            TRABALHO PARA OS ATENDENTES CACAREM O ENDERECO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT DEVOLVIDOS ASSIGN TO
