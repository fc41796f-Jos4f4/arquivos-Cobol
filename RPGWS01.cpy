      *=================================================================
      *==  COPYBOOK: RPGWS01
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE PAGAMENTO REJEITADO
      *==            (REJPAG.TXT), GRAVADO PELO ARQ023 COM O PAGAMENTO
      *==            ORIGINAL RECEBIDO DO BANCO (PAGWS01) MAIS O CODIGO
      *==            DO MOTIVO DA REJEICAO
      *==  MOTIVOS:  01 TITULO INEXISTENTE
      *==            02 TITULO JA PAGO
      *==            03 PAGAMENTO MAIOR QUE O SALDO EM ABERTO
      *==            04 VALOR INVALIDO
      *=================================================================
       01 REG-REJPAG.
           05 RJG-PAGAMENTO     PIC X(42).
           05 RJG-MOTIVO        PIC 9(02).
