      *=================================================================
      *==  COPYBOOK: HRJWS01
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LAYOUT DO HISTORICO ACUMULATIVO DE TRANSACOES
      *==            REJEITADAS (HISREJ.TXT), ARQUIVO INDEXADO POR
      *==            DATA DO MOVIMENTO + SEQUENCIA DA REJEICAO NA
      *==            DATA (CONTINUA ENTRE RODADAS E ORIGENS DA MESMA
      *==            DATA). O ARQ003 GRAVA CADA REJEICAO AQUI, COMO
      *==            PENDENTE, ALEM DO REJCLI.TXT DA NOITE (QUE E
      *==            RECRIADO A CADA RODADA E ENVIADO AS AGENCIAS);
      *==            O ARQ007 MARCA COMO RECICLADA A REJEICAO QUE
      *==            VOLTA CORRIGIDA NO RECICLA.TXT. LIDO PELO ARQ029
      *==            (PLACAR SEMANAL DE REJEICOES POR ORIGEM)
      *==  MOTIVOS:  OS MESMOS DO REJCLI.TXT (COPYBOOK REJWS01)
      *=================================================================
       01 REG-HISREJ.
           05 HRJ-CHAVE.
               10 HRJ-DATA-MOVIMENTO PIC 9(08).
               10 HRJ-SEQUENCIA      PIC 9(05).
           05 HRJ-ORIGEM         PIC X(08).
           05 HRJ-DATA-REJEICAO  PIC 9(08).
           05 HRJ-MOTIVO         PIC 9(02).
           05 HRJ-TRANSACAO      PIC X(119).
           05 HRJ-SITUACAO       PIC X(01).
               88 HRJ-PENDENTE   VALUE "P".
               88 HRJ-RECICLADA  VALUE "R".
           05 HRJ-DATA-RECICLAGEM PIC 9(08).
