      *=================================================================
      *==  COPYBOOK: CSUWS01
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE SUSPENSAO POR COBRANCA
      *==            (SUSCOB.TXT), ARQUIVO INDEXADO POR CSU-ID. O
      *==            ARQ024 (AGING DE TITULOS) GRAVA O CLIENTE QUANDO
      *==            GERA A TRANSACAO "S" POR INADIMPLENCIA E SO GERA
      *==            A REATIVACAO "R" AUTOMATICA PARA CLIENTE PRESENTE
      *==            NESTE ARQUIVO, RETIRANDO-O QUANDO O SALDO EM
      *==            ABERTO ZERA; CLIENTE SUSPENSO POR OUTRO MOTIVO
      *==            NAO E REATIVADO PELA COBRANCA
      *=================================================================
       01 REG-SUSCOB.
           05 CSU-ID             PIC 9(07).
           05 CSU-DATA-SUSPENSAO PIC 9(08).
           05 CSU-DIAS-ATRASO    PIC 9(05).
           05 CSU-SALDO          PIC 9(09)V99.
