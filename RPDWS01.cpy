      *=================================================================
      *==  COPYBOOK: RPDWS01
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE TRANSACAO DE PEDIDO
      *==            REJEITADA (REJTPD.TXT), GRAVADO PELO ARQ022 COM A
      *==            TRANSACAO ORIGINAL (TPDWS01) MAIS O CODIGO DO
      *==            MOTIVO DA REJEICAO
      *==  MOTIVOS:  01 PEDIDO INEXISTENTE
      *==            02 CODIGO DE TRANSACAO INVALIDO
      *==            03 PEDIDO JA FATURADO
      *==            04 PEDIDO JA CANCELADO
      *==            05 NOVO VALOR INVALIDO (CORRECAO DE VALOR)
      *==            06 NOVA DATA INVALIDA (CORRECAO DE DATA)
      *=================================================================
       01 REG-REJTPD.
           05 RPD-TRANSACAO     PIC X(32).
           05 RPD-MOTIVO        PIC 9(02).
