      *=================================================================
      *==  COPYBOOK: HLMWS01
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE HISTORICO DE LIMITE DE
      *==            CREDITO (HISLIM.TXT), ARQUIVO ACUMULATIVO GRAVADO
      *==            PELO ARQ025 A CADA INCLUSAO, ALTERACAO OU
      *==            EXCLUSAO APLICADA AO LIMCRED.TXT, COM O VALOR
      *==            ANTERIOR E O NOVO (ZERADOS NA INCLUSAO E NA
      *==            EXCLUSAO, RESPECTIVAMENTE), A DATA/HORA DA RODADA
      *==            E O SOLICITANTE. CONSULTADO PELO ARQ026
      *=================================================================
      *== MANUTENCAO
      *== XX/XX/2026 ***  TAMBEM GRAVADO PELO ARQ030 (FUSAO DE CLIENTES)
      *==                 QUANDO O LIMITE DO RETIRADO E EXCLUIDO ("D")
      *==                 E QUANDO O SOBREVIVENTE ASSUME ESSE LIMITE
      *==                 ("A" OU "C"), COM O SOLICITANTE DA FUSAO
      *=================================================================
       01 REG-HISLIM.
           05 HLM-DATA-EXECUCAO  PIC 9(08).
           05 HLM-HORA-EXECUCAO  PIC 9(08).
           05 HLM-CODIGO         PIC X(01).
           05 HLM-CLIENTE        PIC 9(07).
           05 HLM-VALOR-ANTERIOR PIC 9(09)V99.
           05 HLM-VALOR-NOVO     PIC 9(09)V99.
           05 HLM-SOLICITANTE    PIC X(08).
