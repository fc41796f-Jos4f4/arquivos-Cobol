      *=================================================================
      *==  COPYBOOK: TFUWS01
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE TRANSACAO DE FUSAO DE
      *==            CLIENTES DUPLICADOS (TRANFUS.TXT), APLICADO PELO
      *==            ARQ030 A PARTIR DOS GRUPOS LEVANTADOS PELO ARQ019
      *==            (RELDUP.TXT/DUPCLI.TXT). TFU-ID-SOBREVIVENTE E O
      *==            REG-ID QUE PERMANECE; TFU-ID-RETIRADO RECEBE OS
      *==            PEDIDOS, TITULOS, LIMITE E OPT-OUT TRANSFERIDOS
      *==            PARA O SOBREVIVENTE E E CANCELADO.
      *==            TFU-SOLICITANTE IDENTIFICA O OPERADOR OU A
      *==            AGENCIA QUE PEDIU A FUSAO E VAI PARA A AUDITORIA
      *==            (AUDFUS.TXT)
      *=================================================================
       01 REG-TRANFUS.
           05 TFU-ID-SOBREVIVENTE PIC 9(07).
           05 TFU-ID-RETIRADO     PIC 9(07).
           05 TFU-SOLICITANTE     PIC X(08).
