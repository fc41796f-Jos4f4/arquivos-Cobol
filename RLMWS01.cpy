      *=================================================================
      *==  COPYBOOK: RLMWS01
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE TRANSACAO DE LIMITE
      *==            REJEITADA (REJLIM.TXT), GRAVADO PELO ARQ025 COM
      *==            A TRANSACAO ORIGINAL (TLMWS01) MAIS O CODIGO DO
      *==            MOTIVO DA REJEICAO
      *==  MOTIVOS:  01 CLIENTE INEXISTENTE NO CLIENTES.TXT
      *==            02 CLIENTE CANCELADO
      *==            03 CODIGO DE TRANSACAO INVALIDO
      *==            04 LIMITE JA CADASTRADO (INCLUSAO)
      *==            05 LIMITE NAO CADASTRADO (ALTERACAO/EXCLUSAO)
      *==            06 VALOR DE LIMITE INVALIDO
      *==            07 EXCLUSAO DO LIMITE PADRAO NAO PERMITIDA
      *==            08 TABELA DE LIMITES CHEIA (5000), INCLUSAO NAO
      *==               CABE NO LIMCRED.TXT
      *=================================================================
       01 REG-REJLIM.
           05 RLM-TRANSACAO     PIC X(27).
           05 RLM-MOTIVO        PIC 9(02).
