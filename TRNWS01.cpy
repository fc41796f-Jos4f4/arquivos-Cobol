      *==                 EXPANSAO DO REG-ID (CLIWS01): O REGISTRO
      *==                 PASSOU DE 115 PARA 119 BYTES E OS FILLERS
      *==                 DO CABECALHO E DO TRAILER FORAM AJUSTADOS
      *== XX/XX/2026 ***  LAYOUT TAMBEM USADO PELO ARQ024 PARA GERAR
      *==                 AS TRANSACOES "S"/"R" DE COBRANCA NO
      *==                 TRANCOB.TXT, MONTADO PELO ARQ007
      *== XX/XX/2026 ***  CABECALHO GANHOU A QUANTIDADE DE DETALHES DE
      *==                 CADA BLOCO MONTADO PELO ARQ007 NA FRENTE DO
      *==                 MOVIMENTO DO DIA (RECICLADAS, MARKETING E
      *==                 COBRANCA, NESSA ORDEM), PARA O ARQ003
      *==                 IDENTIFICAR A ORIGEM DE CADA TRANSACAO;
      *==                 CABECALHO VINDO DIRETO DAS AGENCIAS TRAZ
      *==                 ESSES CAMPOS EM BRANCO
      *=================================================================
       01 REG-TRANCLI.
           05 TRAN-CODIGO     PIC X(01).
           05 CAB-CODIGO     PIC X(01).
           05 CAB-DATA-MOVIMENTO     PIC 9(08).
           05 CAB-ORIGEM     PIC X(08).
           05 CAB-QTD-RECICLADAS     PIC 9(05).
           05 CAB-QTD-MARKETING     PIC 9(05).
           05 CAB-QTD-COBRANCA     PIC 9(05).
           05 FILLER     PIC X(87).
       01 REG-TRANCLI-TRAILER.
           05 TRL-CODIGO     PIC X(01).
           05 TRL-QTD-TOTAL     PIC 9(05).
