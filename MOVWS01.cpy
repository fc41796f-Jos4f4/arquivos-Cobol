      *=================================================================
      *==  COPYBOOK: MOVWS01
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE MOVIMENTOS PROCESSADOS
      *==            (MOVPROC.TXT), ARQUIVO INDEXADO POR ORIGEM (CAB-
      *==            ORIGEM DA AGENCIA) + CAB-DATA-MOVIMENTO. GRAVADO
      *==            PELO ARQ003 NO FIM DE CADA APLICACAO BEM
      *==            SUCEDIDA COM A QUANTIDADE DE REGISTROS LIDOS, OS
      *==            TOTAIS DO TRAILER DO TRANCLI.TXT E O RESULTADO;
      *==            CONSULTADO PELO ARQ007 PARA RECUSAR MOVIMENTO
      *==            REPETIDO OU FORA DE SEQUENCIA E LISTADO PELO
      *==            ARQ017 NO FECHAMENTO DA NOITE.
      *==            MOV-QTD-PROCESSAMENTOS CONTA AS APLICACOES DO
      *==            MESMO MOVIMENTO (MAIS DE UMA SO COM LIBERACAO DO
      *==            OPERADOR NO PARMREP.TXT) E MOV-REPROCESSO MARCA
      *==            QUE A ULTIMA FOI UM REPROCESSAMENTO
      *=================================================================
       01 REG-MOVPROC.
           05 MOV-CHAVE.
               10 MOV-ORIGEM          PIC X(08).
               10 MOV-DATA-MOVIMENTO  PIC 9(08).
           05 MOV-DATA-APLICACAO  PIC 9(08).
           05 MOV-HORA-APLICACAO  PIC 9(08).
           05 MOV-QTD-REGISTROS   PIC 9(05).
           05 MOV-QTD-AGENCIA     PIC 9(05).
           05 MOV-TRL-TOTAL       PIC 9(05).
           05 MOV-TRL-INCLUSAO    PIC 9(05).
           05 MOV-TRL-ALTERACAO   PIC 9(05).
           05 MOV-TRL-EXCLUSAO    PIC 9(05).
           05 MOV-TRL-SUSPENSAO   PIC 9(05).
           05 MOV-TRL-REATIVACAO  PIC 9(05).
           05 MOV-TRL-CANCELAMENTO PIC 9(05).
           05 MOV-TRL-MARKETING   PIC 9(05).
           05 MOV-QTD-APLICADOS   PIC 9(05).
           05 MOV-QTD-REJEITADOS  PIC 9(05).
           05 MOV-QTD-PROCESSAMENTOS PIC 9(03).
           05 MOV-REPROCESSO      PIC X(01).
               88 MOV-FOI-REPROCESSO VALUE "S".
