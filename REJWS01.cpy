      *==                 NO PEDIDOS.TXT
      *== XX/XX/2026 ***  REJ-TRANSACAO AMPLIADO DE X(115) PARA
      *==                 X(119) PELA EXPANSAO DO TRAN-ID (TRNWS01)
      *== XX/XX/2026 ***  NOVOS CAMPOS REJ-ORIGEM (AGENCIA OU FONTE DA
      *==                 TRANSACAO: RECICLA, MARKET, COBRANCA OU O
      *==                 CAB-ORIGEM DO MOVIMENTO DO DIA), DATA DO
      *==                 MOVIMENTO E SEQUENCIA DA REJEICAO NA DATA
      *==                 (CHAVE DO HISREJ.TXT, LAYOUT HRJWS01) E DATA
      *==                 DA REJEICAO; AS AGENCIAS DEVOLVEM O REGISTRO
      *==                 NO RECICLA.TXT SEM ALTERAR ESSES CAMPOS PARA
      *==                 O ARQ007 BAIXAR A PENDENCIA NO HISREJ.TXT.
      *==                 REGISTRO PASSOU DE 121 PARA 150 BYTES;
      *==                 ARQUIVO EXISTENTE CONVERTIDO PELO ARQ028
      *=================================================================
       01 REG-REJCLI.
           05 REJ-TRANSACAO     PIC X(119).
           05 REJ-MOTIVO        PIC 9(02).
           05 REJ-ORIGEM        PIC X(08).
           05 REJ-DATA-MOVIMENTO PIC 9(08).
           05 REJ-SEQUENCIA     PIC 9(05).
           05 REJ-DATA-REJEICAO PIC 9(08).
