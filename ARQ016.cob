      *==            QUE FICOU PARA TRAS. TERMINA COM CONDITION CODE
      *==            DE ERRO QUANDO ENCONTRA ORFAOS, PARA O OPERADOR
      *==            NAO LIBERAR O FATURAMENTO SEM ANALISE
      *=================================================================
      *== MANUTENCAO
      *== XX/XX/2026 ***  PEDIDOS.TXT GANHOU CHAVE ALTERNATIVA POR
      *==                 PED-CLIENTE (COM DUPLICIDADE; ARQUIVO
      *==                 EXISTENTE CONVERTIDO PELO ARQ027). A
      *==                 VARREDURA CONTINUA PELA CHAVE PRINCIPAL, EM
      *==                 UMA UNICA PASSADA, E O RELORF.TXT NAO MUDA
      *=================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-PEDIDOS.

           SELECT RELORF ASSIGN TO
