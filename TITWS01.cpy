      *=================================================================
      *==  COPYBOOK: TITWS01
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE TITULO A RECEBER
      *==            (TITULOS.TXT), ARQUIVO INDEXADO PELO NUMERO DO
      *==            TITULO COM CHAVE ALTERNADA POR CLIENTE (COM
      *==            DUPLICATAS). UM TITULO E GERADO PELO FATURAMENTO
      *==            (ARQ014) PARA CADA CLIENTE FATURADO NA RODADA,
      *==            COM O TOTAL DA FATURA COMO VALOR E SALDO EM
      *==            ABERTO; OS PAGAMENTOS DO BANCO SAO BAIXADOS PELO
      *==            ARQ023, QUE ABATE O SALDO E MARCA O TITULO COMO
      *==            PAGO QUANDO O SALDO ZERA
      *=================================================================
       01 REG-TITULOS.
           05 TIT-NUMERO         PIC 9(08).
           05 TIT-CLIENTE        PIC 9(07).
           05 TIT-DATA-EMISSAO   PIC 9(08).
           05 TIT-DATA-VENCIMENTO PIC 9(08).
           05 TIT-VALOR          PIC 9(09)V99.
           05 TIT-SALDO          PIC 9(09)V99.
           05 TIT-DATA-ULT-PAGTO PIC 9(08).
           05 TIT-STATUS         PIC X(01).
               88 TIT-ABERTO        VALUE "A".
               88 TIT-PAGO          VALUE "P".
