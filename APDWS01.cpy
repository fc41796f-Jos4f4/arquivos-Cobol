      *=================================================================
      *==  COPYBOOK: APDWS01
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE AUDITORIA DE PEDIDOS
      *==            (AUDPED.TXT), ARQUIVO ACUMULATIVO GRAVADO PELO
      *==            ARQ022 A CADA CANCELAMENTO OU CORRECAO APLICADA
      *==            AO PEDIDOS.TXT, COM IMAGEM ANTES/DEPOIS DO
      *==            REGISTRO (LAYOUT PEDWS01); A DATA E A HORA DA
      *==            EXECUCAO IDENTIFICAM A RODADA E O SOLICITANTE
      *==            QUEM PEDIU A ALTERACAO
      *=================================================================
      *== MANUTENCAO
      *== XX/XX/2026 ***  TAMBEM GRAVADO PELO ARQ030 (FUSAO DE CLIENTES)
      *==                 COM APD-CODIGO "F" PARA CADA PEDIDO
      *==                 TRANSFERIDO DO CLIENTE RETIRADO PARA O
      *==                 SOBREVIVENTE (MUDA SO O PED-CLIENTE)
      *=================================================================
       01 REG-AUDPED.
           05 APD-DATA-EXECUCAO  PIC 9(08).
           05 APD-HORA-EXECUCAO  PIC 9(08).
           05 APD-CODIGO         PIC X(01).
           05 APD-NUMERO         PIC 9(06).
           05 APD-SOLICITANTE    PIC X(08).
           05 APD-IMAGEM-ANTES   PIC X(31).
           05 APD-IMAGEM-DEPOIS  PIC X(31).
