      *=================================================================
      *==  COPYBOOK: PAGWS01
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE PAGAMENTO RECEBIDO DO BANCO
      *==            (PAGBCO.TXT), UM REGISTRO POR PAGAMENTO DE
      *==            TITULO (TITWS01), BAIXADO NA RODADA NOTURNA PELO
      *==            ARQ023
      *=================================================================
       01 REG-PAGBCO.
           05 PAG-TITULO         PIC 9(08).
           05 PAG-DATA           PIC 9(08).
           05 PAG-VALOR          PIC 9(09)V99.
           05 PAG-BANCO          PIC 9(03).
           05 PAG-AUTENTICACAO   PIC X(12).
