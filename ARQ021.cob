      *==            BKPCLI ANTIGOS NAO SAO CONVERTIDOS: GERAR BACKUP
      *==            NOVO (ARQ012) LOGO APOS A CONVERSAO, ANTES DE
      *==            LIBERAR A ESTEIRA
      *=================================================================
      *== MANUTENCAO
      *== XX/XX/2026 ***  O PEDIDOS.TXT GERADO PASSA A SER CRIADO COM A
      *==                 CHAVE ALTERNATIVA POR PED-CLIENTE (COM
      *==                 DUPLICIDADE) EXIGIDA PELOS PROGRAMAS DE
      *==                 FATURAMENTO E EXTRATO; PEDIDOS.TXT JA
      *==                 CONVERTIDO SEM ESSA CHAVE E RECRIADO PELO
      *==                 ARQ027
      *== XX/XX/2026 ***  AUDCLI.TXT E REJCLI.TXT GERADOS PASSAM A SAIR
      *==                 COM OS NOVOS CAMPOS DE ORIGEM E DE CONTROLE
      *==                 DA REJEICAO (AUDWS01/REJWS01) EM BRANCO E
      *==                 ZERADOS, COMO NO REGISTRO ANTIGO SEM ORIGEM
      *=================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-PEDIDOS.

           SELECT AUDCLI-ANT ASSIGN TO
           MOVE ANT-AUD-IMAGEM-DEPOIS TO WRK-IMAGEM-ANT.
           PERFORM 0500-CONVERTE-IMAGEM.
           MOVE WRK-IMAGEM-NOVA TO AUD-IMAGEM-DEPOIS.
           MOVE SPACES TO AUD-ORIGEM.
           WRITE REG-AUDCLI.
           IF FS-AUDCLI NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           MOVE TRA-ENDERECO TO TRN-ENDERECO.
           MOVE WRK-TRAN-NOVO TO REJ-TRANSACAO.
           MOVE ANT-REJ-MOTIVO TO REJ-MOTIVO.
           MOVE SPACES TO REJ-ORIGEM.
           MOVE ZEROS TO REJ-DATA-MOVIMENTO.
           MOVE ZEROS TO REJ-SEQUENCIA.
           MOVE ZEROS TO REJ-DATA-REJEICAO.
           WRITE REG-REJCLI.
           IF FS-REJCLI NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
