      *==            DUPCLI.TXT SAI EM LAYOUT FIXO (TIPO DA CHAVE,
      *==            VALOR DA CHAVE, REG-ID) PARA AS AGENCIAS
      *==            DEVOLVEREM A LIMPEZA COMO TRANSACOES DO ARQ003
      *=================================================================
      *== MANUTENCAO
      *== XX/XX/2026 ***  IGNORA CLIENTES ANONIMIZADOS PELO ARQ032
      *==                 (REG-ANONIMIZADO), QUE TEM O MESMO NOME E O
      *==                 TELEFONE EM BRANCO E NAO SAO DUPLICIDADE
      *=================================================================

       ENVIRONMENT DIVISION.
           END-IF.

       0220-TRATA-REGISTRO SECTION.
           IF NOT REG-ANONIMIZADO
               PERFORM 0225-AGRUPA-REGISTRO
           END-IF.
           PERFORM 0210-LER-PROXIMO.

       0225-AGRUPA-REGISTRO SECTION.
           IF CHAVE-NOME
               IF REG-NOME NOT EQUAL WRK-CHAVE-ATUAL
                   PERFORM 0230-FECHA-CLUSTER
               MOVE REG-EMAIL TO MEM-EMAIL (WRK-QTD-MEMBROS)
               MOVE REG-ENDERECO TO MEM-ENDERECO (WRK-QTD-MEMBROS)
           END-IF.

       0230-FECHA-CLUSTER SECTION.
           IF WRK-QTD-MEMBROS GREATER 1
