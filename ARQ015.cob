      *==            SUBTOTAIS POR STATUS, TOTAL DO CLIENTE E TOTAIS
      *==            GERAIS AO FINAL. O PERIODO (FAIXA DE PED-DATA) E
      *==            INFORMADO NO ARQUIVO DE PARAMETRO PARMPER.TXT,
      *==            NO MESMO ESPIRITO DO PARM.TXT DO ARQ002. OS
      *==            PEDIDOS DE CADA CLIENTE SAO LIDOS PELA CHAVE
      *==            ALTERNATIVA PED-CLIENTE (START NO CLIENTE E READ
      *==            NEXT ATE MUDAR O CLIENTE)
      *=================================================================
      *== MANUTENCAO
      *== XX/XX/2026 ***  PEDIDOS.TXT GANHOU CHAVE ALTERNATIVA POR
      *==                 PED-CLIENTE (COM DUPLICIDADE; ARQUIVO
      *==                 EXISTENTE CONVERTIDO PELO ARQ027): A
      *==                 PASSADA COMPLETA POR CLIENTE FOI RETIRADA.
      *==                 OS PEDIDOS DO PERIODO SAO LIDOS PELA CHAVE
      *==                 DO CLIENTE PARA UMA TABELA EM ORDEM DE
      *==                 PED-NUMERO (ATE 2000 POR CLIENTE) E
      *==                 IMPRESSOS NA MESMA ORDEM DE ANTES, MANTENDO
      *==                 O RELEXT.TXT IGUAL
      *== XX/XX/2026 ***  OBJETIVO AJUSTADO PARA A LEITURA DOS PEDIDOS
      *==                 PELA CHAVE ALTERNATIVA PED-CLIENTE
      *=================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-PEDIDOS.

           SELECT PARMPER ASSIGN TO
       77 WRK-LINHA-ATUAL PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-LINHAS PIC 9(03) VALUE 56.
       77 WRK-LINHA-PENDENTE PIC X(132) VALUE SPACES.
       77 WRK-ACHOU-POSICAO PIC X(01) VALUE "N".
           88 ACHOU-POSICAO VALUE "S".
       77 WRK-QTD-PED-CLIENTE PIC 9(04) VALUE ZEROS.
       77 WRK-SUB-PEDIDO PIC 9(04) VALUE ZEROS.
       77 WRK-SUB-DESTINO PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-PED-CLIENTE.
           05 WRK-PCL-REGISTRO OCCURS 2000 TIMES.
               10 WRK-PCL-NUMERO PIC 9(06).
               10 WRK-PCL-DADOS PIC X(25).
       01 WRK-TOTAIS-CLIENTE.
           05 WRK-CLI-QTD-APROVADOS PIC 9(05).
           05 WRK-CLI-VAL-APROVADOS PIC 9(09)V99.
           IF NOT FIM-PEDIDOS AND FS-PEDIDOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF NOT FIM-PEDIDOS AND PED-CLIENTE NOT EQUAL REG-ID
               SET FIM-PEDIDOS TO TRUE
           END-IF.

       0220-TRATA-CLIENTE SECTION.
           MOVE "N" TO WRK-TEM-MOVIMENTO.
           MOVE ZEROS TO WRK-TOTAIS-CLIENTE.
           PERFORM 0225-CARREGA-PEDIDOS-CLIENTE.
           PERFORM 0230-TRATA-PEDIDO
               VARYING WRK-SUB-PEDIDO FROM 1 BY 1
               UNTIL WRK-SUB-PEDIDO GREATER WRK-QTD-PED-CLIENTE.
           IF TEM-MOVIMENTO
               PERFORM 0250-TOTAIS-CLIENTE
               ADD 1 TO WRK-QTD-CLIENTES
           END-IF.
           PERFORM 0210-LER-CLIENTE.

       0225-CARREGA-PEDIDOS-CLIENTE SECTION.
           MOVE ZEROS TO WRK-QTD-PED-CLIENTE.
           MOVE "N" TO WRK-FIM-PEDIDOS.
           MOVE REG-ID TO PED-CLIENTE.
           START PEDIDOS KEY IS EQUAL TO PED-CLIENTE
               INVALID KEY
                   SET FIM-PEDIDOS TO TRUE
           END-START.
           IF NOT FIM-PEDIDOS
               PERFORM 0215-LER-PEDIDO
           END-IF.
           PERFORM 0226-GUARDA-PEDIDO UNTIL FIM-PEDIDOS.

       0226-GUARDA-PEDIDO SECTION.
           IF PED-DATA NOT LESS WRK-DATA-INICIO
               AND PED-DATA NOT GREATER WRK-DATA-FIM
               PERFORM 0227-INSERE-PEDIDO
           END-IF.
           PERFORM 0215-LER-PEDIDO.

       0227-INSERE-PEDIDO SECTION.
           IF WRK-QTD-PED-CLIENTE NOT LESS 2000
               PERFORM 9100-TABELA-CHEIA
           END-IF.
           MOVE "N" TO WRK-ACHOU-POSICAO.
           MOVE WRK-QTD-PED-CLIENTE TO WRK-SUB-PEDIDO.
           PERFORM 0228-DESLOCA-PEDIDO
               UNTIL WRK-SUB-PEDIDO EQUAL ZEROS OR ACHOU-POSICAO.
           COMPUTE WRK-SUB-DESTINO = WRK-SUB-PEDIDO + 1.
           MOVE REG-PEDIDOS TO WRK-PCL-REGISTRO (WRK-SUB-DESTINO).
           ADD 1 TO WRK-QTD-PED-CLIENTE.

       0228-DESLOCA-PEDIDO SECTION.
           IF WRK-PCL-NUMERO (WRK-SUB-PEDIDO) GREATER PED-NUMERO
               COMPUTE WRK-SUB-DESTINO = WRK-SUB-PEDIDO + 1
               MOVE WRK-PCL-REGISTRO (WRK-SUB-PEDIDO)
                   TO WRK-PCL-REGISTRO (WRK-SUB-DESTINO)
               SUBTRACT 1 FROM WRK-SUB-PEDIDO
           ELSE
               SET ACHOU-POSICAO TO TRUE
           END-IF.

       0230-TRATA-PEDIDO SECTION.
           MOVE WRK-PCL-REGISTRO (WRK-SUB-PEDIDO) TO REG-PEDIDOS.
           IF NOT TEM-MOVIMENTO
               PERFORM 0240-QUEBRA-CLIENTE
           END-IF.
           PERFORM 0245-IMPRIME-PEDIDO.

       0240-QUEBRA-CLIENTE SECTION.
           SET TEM-MOVIMENTO TO TRUE.
           MOVE SPACES TO REG-RELEXT.
           END-IF.
           ADD 1 TO WRK-LINHA-ATUAL.

       9100-TABELA-CHEIA SECTION.
           DISPLAY "CLIENTE COM MAIS DE 2000 PEDIDOS NO PERIODO, "
               "EXTRATO ABORTADO: " REG-ID.
           MOVE 12 TO RETURN-CODE.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE RELEXT.
           GOBACK.

       9000-TRATA-ERRO SECTION.
           MOVE "ERRO NAO TRATADO EM ARQ015" TO WRK-MSG-ERRO.
           DISPLAY "FILE STATUS CLIENTES... " FS-CLIENTES.
