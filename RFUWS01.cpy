      *=================================================================
      *==  COPYBOOK: RFUWS01
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE TRANSACAO DE FUSAO
      *==            REJEITADA (REJFUS.TXT), GRAVADO PELO ARQ030 COM A
      *==            TRANSACAO ORIGINAL (TFUWS01) MAIS O CODIGO DO
      *==            MOTIVO DA REJEICAO
      *==  MOTIVOS:  01 SOBREVIVENTE INEXISTENTE NO CLIENTES.TXT
      *==            02 RETIRADO INEXISTENTE NO CLIENTES.TXT
      *==            03 SOBREVIVENTE CANCELADO
      *==            04 RETIRADO JA CANCELADO
      *==            05 REG-ID INVALIDO OU SOBREVIVENTE IGUAL AO
      *==               RETIRADO
      *==            06 RETIRADO COM MAIS PEDIDOS OU TITULOS DO QUE
      *==               A FUSAO COMPORTA (2000 DE CADA)
      *==            07 TABELA DE LIMITES CHEIA (5000) E O
      *==               SOBREVIVENTE PRECISARIA DE LIMITE PROPRIO
      *=================================================================
       01 REG-REJFUS.
           05 RFU-TRANSACAO     PIC X(22).
           05 RFU-MOTIVO        PIC 9(02).
