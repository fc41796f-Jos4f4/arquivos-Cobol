      *=================================================================
      *==  COPYBOOK: TLMWS01
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE TRANSACAO DE MANUTENCAO DE
      *==            LIMITE DE CREDITO (TRANLIM.TXT), APLICADO PELO
      *==            ARQ025 SOBRE O LIMCRED.TXT (LIMWS01). TLM-CLIENTE
      *==            ZERADO MANTEM O REGISTRO DE LIMITE PADRAO
      *==  CODIGOS:  A INCLUI O LIMITE DO CLIENTE (TLM-VALOR)
      *==            C ALTERA O LIMITE DO CLIENTE (TLM-VALOR)
      *==            D EXCLUI O LIMITE DO CLIENTE, QUE PASSA A USAR
      *==              O LIMITE PADRAO
      *==            TLM-SOLICITANTE IDENTIFICA O ANALISTA DE CREDITO
      *==            QUE PEDIU A MANUTENCAO E VAI PARA O HISTORICO
      *==            (HISLIM.TXT)
      *=================================================================
       01 REG-TRANLIM.
           05 TLM-CODIGO         PIC X(01).
               88 TLM-INCLUIR       VALUE "A".
               88 TLM-ALTERAR       VALUE "C".
               88 TLM-EXCLUIR       VALUE "D".
           05 TLM-CLIENTE        PIC 9(07).
           05 TLM-VALOR          PIC 9(09)V99.
           05 TLM-SOLICITANTE    PIC X(08).
