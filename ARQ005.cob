      *==                 NAO DA RODADA): A CRITICA DE "X"/"D" PASSA
      *==                 A CONSULTAR O PEDIDOS.TXT SOB DEMANDA, UMA
      *==                 VARREDURA POR TRANSACAO
      *== XX/XX/2026 ***  PEDIDOS.TXT GANHOU CHAVE ALTERNATIVA POR
      *==                 PED-CLIENTE (COM DUPLICIDADE; ARQUIVO
      *==                 EXISTENTE CONVERTIDO PELO ARQ027): A
      *==                 CONSULTA DE PEDIDOS EM ABERTO DO "X"/"D"
      *==                 POSICIONA NO CLIENTE E LE SO OS PEDIDOS DELE
      *=================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-PEDIDOS.

           SELECT EXCLIENT ASSIGN TO
           MOVE "N" TO WRK-ACHOU-ABERTO.
           IF TEM-PEDIDOS
               MOVE "N" TO WRK-FIM-PEDIDOS
               MOVE WRK-ID-PROCURADO TO PED-CLIENTE
               START PEDIDOS KEY IS EQUAL TO PED-CLIENTE
                   INVALID KEY
                       SET FIM-PEDIDOS TO TRUE
               END-START
           END-IF.

       0155-TESTA-ABERTO SECTION.
           IF PED-CLIENTE NOT EQUAL WRK-ID-PROCURADO
               SET FIM-PEDIDOS TO TRUE
           ELSE
               IF PED-APROVADO
                   SET ACHOU-ABERTO TO TRUE
               ELSE
                   PERFORM 0145-LER-PEDIDO
               END-IF
           END-IF.

       0200-PROCESS SECTION.
