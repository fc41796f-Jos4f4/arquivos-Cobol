       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ022.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: MANUTENCAO DO ARQUIVO PEDIDOS.TXT A PARTIR DE UM
      *==            ARQUIVO DE TRANSACOES (TRANPED.TXT, LAYOUT
      *==            TPDWS01): CANCELAMENTO ("X") E CORRECAO DE VALOR
      *==            ("V") OU DE DATA ("D") DE PEDIDO AINDA APROVADO.
      *==            PEDIDO FATURADO OU JA CANCELADO NAO E ALTERADO.
      *==            TRANSACOES RECUSADAS VAO PARA O REJTPD.TXT COM O
      *==            MOTIVO (RPDWS01) E TODA ALTERACAO APLICADA GRAVA
      *==            IMAGEM ANTES/DEPOIS DO PEDIDO NO ARQUIVO
      *==            ACUMULATIVO DE AUDITORIA AUDPED.TXT (APDWS01),
      *==            COM DATA/HORA DA RODADA E O SOLICITANTE
      *=================================================================
      *== MANUTENCAO
      *== XX/XX/2026 ***  PEDIDOS.TXT GANHOU CHAVE ALTERNATIVA POR
      *==                 PED-CLIENTE (COM DUPLICIDADE; ARQUIVO
      *==                 EXISTENTE CONVERTIDO PELO ARQ027); A
      *==                 MANUTENCAO NAO ALTERA PED-CLIENTE
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO
               "PEDIDOS.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-PEDIDOS.

           SELECT TRANPED ASSIGN TO
               "TRANPED.txt"
               FILE STATUS IS FS-TRANPED.

           SELECT AUDPED ASSIGN TO
               "AUDPED.txt"
               FILE STATUS IS FS-AUDPED.

           SELECT REJTPD ASSIGN TO
               "REJTPD.txt"
               FILE STATUS IS FS-REJTPD.

           SELECT CTLRUN ASSIGN TO
               "CTLRUN.txt"
               FILE STATUS IS FS-CTLRUN.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
           COPY PEDWS01.

       FD TRANPED.
           COPY TPDWS01.

       FD AUDPED.
           COPY APDWS01.

       FD REJTPD.
           COPY RPDWS01.

       FD CTLRUN.
           COPY CTLWS01.

       WORKING-STORAGE SECTION.
       77 FS-PEDIDOS PIC 9(02).
       77 FS-TRANPED PIC 9(02).
       77 FS-AUDPED PIC 9(02).
       77 FS-REJTPD PIC 9(02).
       77 FS-CTLRUN PIC 9(02).
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-FIM-TRANPED PIC X(01) VALUE "N".
           88 FIM-TRANPED VALUE "S".
       77 WRK-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CANCELADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-VALOR PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DATA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-APLICADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ERROS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AUDITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-MOTIVO-REJEITO PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-IMAGEM-ANTES PIC X(31) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           OPEN I-O PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT TRANPED.
           IF FS-TRANPED NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN EXTEND AUDPED.
           IF FS-AUDPED EQUAL 35
               OPEN OUTPUT AUDPED
           END-IF.
           IF FS-AUDPED NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT REJTPD.
           IF FS-REJTPD NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-EXECUCAO FROM TIME.
           DISPLAY "ARQUIVOS OK".
           PERFORM 0210-LER-TRANPED.

       0200-PROCESS SECTION.
           PERFORM 0220-PROCESSA-TRANSACAO UNTIL FIM-TRANPED.

       0210-LER-TRANPED SECTION.
           READ TRANPED
               AT END
                   SET FIM-TRANPED TO TRUE
           END-READ.
           IF NOT FIM-TRANPED AND FS-TRANPED NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0220-PROCESSA-TRANSACAO SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           IF TPD-CANCELAR OR TPD-CORRIGE-VALOR OR TPD-CORRIGE-DATA
               PERFORM 0230-LOCALIZA-PEDIDO
           ELSE
               DISPLAY "CODIGO DE TRANSACAO INVALIDO: " TPD-CODIGO
               MOVE 02 TO WRK-MOTIVO-REJEITO
               PERFORM 0270-GRAVA-REJEITO
           END-IF.
           PERFORM 0210-LER-TRANPED.

       0230-LOCALIZA-PEDIDO SECTION.
           MOVE TPD-NUMERO TO PED-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   DISPLAY "PEDIDO INEXISTENTE, TRANSACAO IGNORADA: "
                       TPD-NUMERO
                   MOVE 01 TO WRK-MOTIVO-REJEITO
                   PERFORM 0270-GRAVA-REJEITO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PED-FATURADO
                           DISPLAY "PEDIDO JA FATURADO, TRANSACAO "
                               "IGNORADA: " TPD-NUMERO
                           MOVE 03 TO WRK-MOTIVO-REJEITO
                           PERFORM 0270-GRAVA-REJEITO
                       WHEN PED-CANCELADO
                           DISPLAY "PEDIDO JA CANCELADO, TRANSACAO "
                               "IGNORADA: " TPD-NUMERO
                           MOVE 04 TO WRK-MOTIVO-REJEITO
                           PERFORM 0270-GRAVA-REJEITO
                       WHEN TPD-CANCELAR
                           PERFORM 0240-CANCELAR-PEDIDO
                       WHEN TPD-CORRIGE-VALOR
                           PERFORM 0244-CORRIGIR-VALOR
                       WHEN TPD-CORRIGE-DATA
                           PERFORM 0248-CORRIGIR-DATA
                   END-EVALUATE
           END-READ.

       0240-CANCELAR-PEDIDO SECTION.
           MOVE REG-PEDIDOS TO WRK-IMAGEM-ANTES.
           SET PED-CANCELADO TO TRUE.
           PERFORM 0250-REGRAVA-PEDIDO.
           ADD 1 TO WRK-QTD-CANCELADOS.

       0244-CORRIGIR-VALOR SECTION.
           IF TPD-NOVO-VALOR IS NOT NUMERIC
                   OR TPD-NOVO-VALOR EQUAL ZEROS
               DISPLAY "NOVO VALOR INVALIDO, CORRECAO IGNORADA: "
                   TPD-NUMERO
               MOVE 05 TO WRK-MOTIVO-REJEITO
               PERFORM 0270-GRAVA-REJEITO
           ELSE
               MOVE REG-PEDIDOS TO WRK-IMAGEM-ANTES
               MOVE TPD-NOVO-VALOR TO PED-VALOR
               PERFORM 0250-REGRAVA-PEDIDO
               ADD 1 TO WRK-QTD-VALOR
           END-IF.

       0248-CORRIGIR-DATA SECTION.
           IF TPD-NOVA-DATA IS NOT NUMERIC
                   OR TPD-NOVA-ANO EQUAL ZEROS
                   OR TPD-NOVA-MES LESS 01 OR TPD-NOVA-MES GREATER 12
                   OR TPD-NOVA-DIA LESS 01 OR TPD-NOVA-DIA GREATER 31
               DISPLAY "NOVA DATA INVALIDA, CORRECAO IGNORADA: "
                   TPD-NUMERO
               MOVE 06 TO WRK-MOTIVO-REJEITO
               PERFORM 0270-GRAVA-REJEITO
           ELSE
               MOVE REG-PEDIDOS TO WRK-IMAGEM-ANTES
               MOVE TPD-NOVA-DATA TO PED-DATA
               PERFORM 0250-REGRAVA-PEDIDO
               ADD 1 TO WRK-QTD-DATA
           END-IF.

       0250-REGRAVA-PEDIDO SECTION.
           MOVE REG-PEDIDOS TO WRK-IMAGEM-DEPOIS.
           REWRITE REG-PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0260-GRAVA-AUDITORIA.

       0260-GRAVA-AUDITORIA SECTION.
           MOVE WRK-DATA-EXECUCAO TO APD-DATA-EXECUCAO.
           MOVE WRK-HORA-EXECUCAO TO APD-HORA-EXECUCAO.
           MOVE TPD-CODIGO TO APD-CODIGO.
           MOVE PED-NUMERO TO APD-NUMERO.
           MOVE TPD-SOLICITANTE TO APD-SOLICITANTE.
           MOVE WRK-IMAGEM-ANTES TO APD-IMAGEM-ANTES.
           MOVE WRK-IMAGEM-DEPOIS TO APD-IMAGEM-DEPOIS.
           WRITE REG-AUDPED.
           IF FS-AUDPED NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-QTD-AUDITADOS.

       0270-GRAVA-REJEITO SECTION.
           ADD 1 TO WRK-QTD-ERROS.
           MOVE REG-TRANPED TO RPD-TRANSACAO.
           MOVE WRK-MOTIVO-REJEITO TO RPD-MOTIVO.
           WRITE REG-REJTPD.
           IF FS-REJTPD NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0300-FINISH SECTION.
           COMPUTE WRK-QTD-APLICADOS = WRK-QTD-CANCELADOS
               + WRK-QTD-VALOR + WRK-QTD-DATA.
           DISPLAY "TOTAL LIDOS...       " WRK-QTD-LIDOS.
           DISPLAY "TOTAL CANCELADOS...  " WRK-QTD-CANCELADOS.
           DISPLAY "TOTAL VALOR CORRIG.. " WRK-QTD-VALOR.
           DISPLAY "TOTAL DATA CORRIG... " WRK-QTD-DATA.
           DISPLAY "TOTAL COM ERRO...    " WRK-QTD-ERROS.
           DISPLAY "TOTAL AUDITADOS...   " WRK-QTD-AUDITADOS.
           PERFORM 0340-GRAVA-CONTROLE.
           DISPLAY "FIM DE PROGRAMA".
           PERFORM 0320-FECHA-ARQUIVOS.

       0340-GRAVA-CONTROLE SECTION.
           OPEN EXTEND CTLRUN.
           IF FS-CTLRUN EQUAL 35
               OPEN OUTPUT CTLRUN
           END-IF.
           IF FS-CTLRUN NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-CTLRUN.
           MOVE "ARQ022" TO CTL-PROGRAMA.
           MOVE WRK-DATA-EXECUCAO TO CTL-DATA-MOVIMENTO.
           MOVE WRK-DATA-EXECUCAO TO CTL-DATA-EXECUCAO.
           MOVE WRK-HORA-EXECUCAO TO CTL-HORA-EXECUCAO.
           MOVE WRK-QTD-LIDOS TO CTL-QTD-ENTRADA.
           MOVE WRK-QTD-APLICADOS TO CTL-QTD-SAIDA.
           MOVE WRK-QTD-ERROS TO CTL-QTD-REJEITADOS.
           MOVE RETURN-CODE TO CTL-RETURN-CODE.
           WRITE REG-CTLRUN.
           IF FS-CTLRUN NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           CLOSE CTLRUN.

       0320-FECHA-ARQUIVOS SECTION.
           CLOSE PEDIDOS.
           CLOSE TRANPED.
           CLOSE AUDPED.
           CLOSE REJTPD.

       9000-TRATA-ERRO SECTION.
           MOVE "ERRO NAO TRATADO EM ARQ022" TO WRK-MSG-ERRO.
           DISPLAY "FILE STATUS PEDIDOS...  " FS-PEDIDOS.
           DISPLAY "FILE STATUS TRANPED...  " FS-TRANPED.
           DISPLAY "FILE STATUS AUDPED...   " FS-AUDPED.
           DISPLAY "FILE STATUS REJTPD...   " FS-REJTPD.
           DISPLAY "FILE STATUS CTLRUN...   " FS-CTLRUN.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
