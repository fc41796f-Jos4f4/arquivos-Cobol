      *=================================================================
      *==  COPYBOOK: TPDWS01
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE TRANSACAO DE MANUTENCAO DE
      *==            PEDIDOS (TRANPED.TXT), APLICADO PELO ARQ022 SOBRE
      *==            O PEDIDOS.TXT. SO PEDIDOS AINDA APROVADOS PODEM
      *==            SER MANTIDOS
      *==  CODIGOS:  X CANCELA O PEDIDO
      *==            V CORRIGE O VALOR (TPD-NOVO-VALOR)
      *==            D CORRIGE A DATA (TPD-NOVA-DATA)
      *==            TPD-SOLICITANTE IDENTIFICA O OPERADOR OU A
      *==            AGENCIA QUE PEDIU A MANUTENCAO E VAI PARA A
      *==            AUDITORIA (AUDPED.TXT)
      *=================================================================
       01 REG-TRANPED.
           05 TPD-CODIGO         PIC X(01).
               88 TPD-CANCELAR      VALUE "X".
               88 TPD-CORRIGE-VALOR VALUE "V".
               88 TPD-CORRIGE-DATA  VALUE "D".
           05 TPD-NUMERO         PIC 9(06).
           05 TPD-NOVO-VALOR     PIC 9(07)V99.
           05 TPD-NOVA-DATA      PIC 9(08).
           05 TPD-NOVA-DATA-R REDEFINES TPD-NOVA-DATA.
               10 TPD-NOVA-ANO   PIC 9(04).
               10 TPD-NOVA-MES   PIC 9(02).
               10 TPD-NOVA-DIA   PIC 9(02).
           05 TPD-SOLICITANTE    PIC X(08).
