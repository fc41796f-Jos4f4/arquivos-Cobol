      *=================================================================
      *==  COPYBOOK: HMSWS01
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LAYOUT DO HISTORICO MENSAL DA BASE DE CLIENTES E
      *==            DO FATURAMENTO (HISMES.TXT), ARQUIVO INDEXADO POR
      *==            ANO/MES DE REFERENCIA. GRAVADO PELO ARQ033 A CADA
      *==            FECHAMENTO MENSAL (REGRAVADO SE O MES FOR
      *==            REPROCESSADO) E RELIDO POR ELE PARA COMPARAR O MES
      *==            COM O MES ANTERIOR E COM O MESMO MES DO ANO
      *==            ANTERIOR. AS QUANTIDADES POR STATUS SAO AS DO
      *==            CADASTRO NA ABERTURA E NO FECHAMENTO DO MES; AS
      *==            DE MOVIMENTO VEM DO AUDCLI.TXT POR AUD-CODIGO E O
      *==            FATURAMENTO DOS PEDIDOS FATURADOS DO MES
      *=================================================================
       01 REG-HISMES.
           05 HMS-ANO-MES         PIC 9(06).
           05 HMS-DATA-EXECUCAO   PIC 9(08).
           05 HMS-ABERTURA.
               10 HMS-ABR-ATIVOS      PIC 9(07).
               10 HMS-ABR-SUSPENSOS   PIC 9(07).
               10 HMS-ABR-CANCELADOS  PIC 9(07).
           05 HMS-FECHAMENTO.
               10 HMS-FEC-ATIVOS      PIC 9(07).
               10 HMS-FEC-SUSPENSOS   PIC 9(07).
               10 HMS-FEC-CANCELADOS  PIC 9(07).
           05 HMS-QTD-NOVOS       PIC 9(07).
           05 HMS-QTD-SUSPENSOES  PIC 9(07).
           05 HMS-QTD-REATIVACOES PIC 9(07).
           05 HMS-QTD-CANCELAMENTOS PIC 9(07).
           05 HMS-QTD-EXCLUSOES   PIC 9(07).
           05 HMS-VALOR-FATURADO  PIC 9(11)V99.
           05 HMS-QTD-PEDIDOS     PIC 9(07).
           05 HMS-QTD-CLIENTES-FAT PIC 9(07).
           05 FILLER              PIC X(20).
