      *==                 IMAGENS DE X(115) PARA X(119) PELA EXPANSAO
      *==                 DO REG-ID (CLIWS01); ARQUIVO EXISTENTE
      *==                 CONVERTIDO PELO ARQ021
      *== XX/XX/2026 ***  NOVO CAMPO AUD-ORIGEM COM A AGENCIA OU FONTE
      *==                 DA TRANSACAO APLICADA (RECICLA, MARKET,
      *==                 COBRANCA OU O CAB-ORIGEM DO MOVIMENTO DO
      *==                 DIA), USADO NO PLACAR DE REJEICOES POR
      *==                 ORIGEM (ARQ029); REGISTRO PASSOU DE 262 PARA
      *==                 270 BYTES, AUDCLI.TXT E ARCAUD.TXT
      *==                 EXISTENTES CONVERTIDOS PELO ARQ028
      *== XX/XX/2026 ***  TAMBEM GRAVADO PELO ARQ030 NO CANCELAMENTO DO
      *==                 CLIENTE RETIRADO POR FUSAO DE DUPLICADOS
      *==                 (AUD-CODIGO "X", AUD-ORIGEM "FUSAO")
      *=================================================================
       01 REG-AUDCLI.
           05 AUD-DATA-EXECUCAO  PIC 9(08).
           05 AUD-ID             PIC 9(07).
           05 AUD-IMAGEM-ANTES   PIC X(119).
           05 AUD-IMAGEM-DEPOIS  PIC X(119).
           05 AUD-ORIGEM         PIC X(08).
