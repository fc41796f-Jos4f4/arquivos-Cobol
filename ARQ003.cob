      *==                 CANCELAMENTO E A EXCLUSAO PASSAM A
      *==                 CONSULTAR O PEDIDOS.TXT SOB DEMANDA, UMA
      *==                 VARREDURA POR TRANSACAO "X"/"D"
      *== XX/XX/2026 ***  PEDIDOS.TXT GANHOU CHAVE ALTERNATIVA POR
      *==                 PED-CLIENTE (COM DUPLICIDADE; ARQUIVO
      *==                 EXISTENTE CONVERTIDO PELO ARQ027): A
      *==                 CONSULTA DE PEDIDOS EM ABERTO DO "X"/"D"
      *==                 POSICIONA NO CLIENTE E LE SO OS PEDIDOS DELE
      *== XX/XX/2026 ***  CADA TRANSACAO RECEBE A SUA ORIGEM (RECICLA,
      *==                 MARKET E COBRANCA PELAS QUANTIDADES DE CADA
      *==                 BLOCO INFORMADAS PELO ARQ007 NO CABECALHO;
      *==                 O RESTANTE E O MOVIMENTO DA AGENCIA DO
      *==                 CAB-ORIGEM), GRAVADA NA AUDITORIA E NO
      *==                 REJEITO JUNTO COM A DATA DA REJEICAO; TODA
      *==                 REJEICAO TAMBEM E GRAVADA COMO PENDENTE NO
      *==                 HISTORICO INDEXADO HISREJ.TXT (HRJWS01),
      *==                 BAIXADO PELO ARQ007 NA RECICLAGEM E LIDO PELO
      *==                 PLACAR DE REJEICOES POR ORIGEM (ARQ029)
      *== XX/XX/2026 ***  NO FIM DA APLICACAO BEM SUCEDIDA GRAVA O
      *==                 MOVIMENTO (ORIGEM + DATA, REGISTROS LIDOS,
      *==                 TOTAIS DO TRAILER E RESULTADO) NO REGISTRO
      *==                 DE MOVIMENTOS PROCESSADOS MOVPROC.TXT
      *==                 (MOVWS01), CONSULTADO PELO ARQ007. MOVIMENTO
      *==                 JA APLICADO SO E REAPLICADO COM A LIBERACAO
      *==                 DO OPERADOR NO PARMREP.TXT (MESMA ORIGEM E
      *==                 DATA DO CABECALHO); NESSE CASO O DTAPLIC.TXT
      *==                 NAO RETROCEDE. A SEQUENCIA DAS REJEICOES
      *==                 CONTINUA A PARTIR DA ULTIMA JA GRAVADA NO
      *==                 HISREJ.TXT PARA A MESMA DATA DE MOVIMENTO
      *==                 (REPROCESSO OU OUTRA ORIGEM COM A MESMA
      *==                 DATA), PARA A CHAVE NUNCA SE REPETIR
      *=================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-PEDIDOS.

           SELECT AUDCLI ASSIGN TO
               "REJCLI.txt"
               FILE STATUS IS FS-REJCLI.

           SELECT HISREJ ASSIGN TO
               "HISREJ.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRJ-CHAVE
               FILE STATUS IS FS-HISREJ.

           SELECT MOVPROC ASSIGN TO
               "MOVPROC.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS FS-MOVPROC.

           SELECT PARMREP ASSIGN TO
               "PARMREP.txt"
               FILE STATUS IS FS-PARMREP.

           SELECT DTAPLIC ASSIGN TO
               "DTAPLIC.txt"
               FILE STATUS IS FS-DTAPLIC.
       FD REJCLI.
           COPY REJWS01.

       FD HISREJ.
           COPY HRJWS01.

       FD MOVPROC.
           COPY MOVWS01.

       FD PARMREP.
       01 REG-PARMREP.
           05 REP-ORIGEM     PIC X(08).
           05 REP-DATA-MOVIMENTO     PIC 9(08).

       FD DTAPLIC.
       01 REG-DTAPLIC.
           05 APL-DATA-ULTIMA     PIC 9(08).
       77 FS-PEDIDOS PIC 9(02).
       77 FS-AUDCLI PIC 9(02).
       77 FS-REJCLI PIC 9(02).
       77 FS-HISREJ PIC 9(02).
       77 FS-MOVPROC PIC 9(02).
       77 FS-PARMREP PIC 9(02).
       77 FS-DTAPLIC PIC 9(02).
       77 FS-PROXID PIC 9(02).
       77 FS-CONFID PIC 9(02).
       77 WRK-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ULTIMA PIC 9(08) VALUE ZEROS.
       77 WRK-ORIGEM PIC X(08) VALUE SPACES.
       77 WRK-ORIGEM-TRANSACAO PIC X(08) VALUE SPACES.
       77 WRK-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-RECICLADAS PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-MARKETING PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-COBRANCA PIC 9(05) VALUE ZEROS.
       77 WRK-SEQ-REJEITO PIC 9(05) VALUE ZEROS.
       77 WRK-REPROCESSO PIC X(01) VALUE "N".
           88 REPROCESSO-AUTORIZADO VALUE "S".
       01 WRK-TRAILER-LIDO.
           05 LID-TRL-CODIGO PIC X(01).
           05 LID-TRL-QTD-TOTAL PIC 9(05).
           05 LID-TRL-QTD-INCLUSAO PIC 9(05).
           05 LID-TRL-QTD-ALTERACAO PIC 9(05).
           05 LID-TRL-QTD-EXCLUSAO PIC 9(05).
           05 LID-TRL-QTD-SUSPENSAO PIC 9(05).
           05 LID-TRL-QTD-REATIVACAO PIC 9(05).
           05 LID-TRL-QTD-CANCELAMENTO PIC 9(05).
           05 LID-TRL-QTD-MARKETING PIC 9(05).
           05 FILLER PIC X(78).
       77 WRK-PROXIMO-ID PIC 9(07) VALUE 1.
       77 WRK-TENTATIVAS PIC 9(08) VALUE ZEROS.
       77 WRK-ID-DISPONIVEL PIC X(01) VALUE "N".
       77 WRK-IMAGEM-DEPOIS PIC X(119) VALUE SPACES.
       77 WRK-FIM-PEDIDOS PIC X(01) VALUE "N".
           88 FIM-PEDIDOS VALUE "S".
       77 WRK-FIM-HISREJ PIC X(01) VALUE "N".
           88 FIM-HISREJ VALUE "S".
       77 WRK-TEM-PEDIDOS PIC X(01) VALUE "N".
           88 TEM-PEDIDOS VALUE "S".
       77 WRK-ID-PROCURADO PIC 9(07) VALUE ZEROS.
           STOP RUN.

       0100-INICIALIZE SECTION.
           MOVE SPACES TO WRK-TRAILER-LIDO.
           OPEN I-O CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           IF FS-CONFID NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O HISREJ.
           IF FS-HISREJ EQUAL 35
               OPEN OUTPUT HISREJ
               IF FS-HISREJ NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
               CLOSE HISREJ
               OPEN I-O HISREJ
           END-IF.
           IF FS-HISREJ NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-EXECUCAO FROM TIME.
           DISPLAY "ARQUIVOS OK".
           END-IF.
           MOVE CAB-DATA-MOVIMENTO TO WRK-DATA-MOVIMENTO.
           MOVE CAB-ORIGEM TO WRK-ORIGEM.
           PERFORM 0115-LIMITES-ORIGEM.
           PERFORM 0120-LE-DATA-APLICADA.
           PERFORM 0130-LE-PROXIMO-ID.
           PERFORM 0135-LE-LIBERACAO.
           IF WRK-DATA-MOVIMENTO NOT GREATER WRK-DATA-ULTIMA
                   AND REPROCESSO-AUTORIZADO
               DISPLAY "REPROCESSAMENTO LIBERADO PELO OPERADOR: "
                   WRK-ORIGEM " " WRK-DATA-MOVIMENTO
           END-IF.
           IF WRK-DATA-MOVIMENTO NOT GREATER WRK-DATA-ULTIMA
                   AND NOT REPROCESSO-AUTORIZADO
               DISPLAY "MOVIMENTO DE " WRK-DATA-MOVIMENTO
                   " JA APLICADO (ULTIMA DATA: " WRK-DATA-ULTIMA
                   "), NADA FOI APLICADO"
               GOBACK
           END-IF.
           DISPLAY "APLICANDO MOVIMENTO DE... " WRK-DATA-MOVIMENTO.
           PERFORM 0137-ULTIMA-SEQUENCIA.
           PERFORM 0210-LER-TRANCLI.

       0115-LIMITES-ORIGEM SECTION.
           MOVE ZEROS TO WRK-FIM-RECICLADAS.
           MOVE ZEROS TO WRK-FIM-MARKETING.
           MOVE ZEROS TO WRK-FIM-COBRANCA.
           IF CAB-QTD-RECICLADAS IS NUMERIC
               MOVE CAB-QTD-RECICLADAS TO WRK-FIM-RECICLADAS
           END-IF.
           MOVE WRK-FIM-RECICLADAS TO WRK-FIM-MARKETING.
           IF CAB-QTD-MARKETING IS NUMERIC
               ADD CAB-QTD-MARKETING TO WRK-FIM-MARKETING
           END-IF.
           MOVE WRK-FIM-MARKETING TO WRK-FIM-COBRANCA.
           IF CAB-QTD-COBRANCA IS NUMERIC
               ADD CAB-QTD-COBRANCA TO WRK-FIM-COBRANCA
           END-IF.

       0120-LE-DATA-APLICADA SECTION.
           MOVE ZEROS TO WRK-DATA-ULTIMA.
           OPEN INPUT DTAPLIC.
               CLOSE PROXID
           END-IF.

       0135-LE-LIBERACAO SECTION.
           MOVE "N" TO WRK-REPROCESSO.
           OPEN INPUT PARMREP.
           IF FS-PARMREP EQUAL ZEROS
               READ PARMREP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REP-ORIGEM EQUAL WRK-ORIGEM
                               AND REP-DATA-MOVIMENTO EQUAL
                               WRK-DATA-MOVIMENTO
                           SET REPROCESSO-AUTORIZADO TO TRUE
                       END-IF
               END-READ
               CLOSE PARMREP
           END-IF.

       0137-ULTIMA-SEQUENCIA SECTION.
           MOVE ZEROS TO WRK-SEQ-REJEITO.
           MOVE "N" TO WRK-FIM-HISREJ.
           MOVE WRK-DATA-MOVIMENTO TO HRJ-DATA-MOVIMENTO.
           MOVE ZEROS TO HRJ-SEQUENCIA.
           START HISREJ KEY IS NOT LESS THAN HRJ-CHAVE
               INVALID KEY
                   SET FIM-HISREJ TO TRUE
           END-START.
           PERFORM 0138-LER-SEQUENCIA UNTIL FIM-HISREJ.
           IF WRK-SEQ-REJEITO GREATER ZEROS
               DISPLAY "REJEICOES DO MOVIMENTO JA NO HISTORICO... "
                   WRK-SEQ-REJEITO
           END-IF.

       0138-LER-SEQUENCIA SECTION.
           READ HISREJ NEXT RECORD
               AT END
                   SET FIM-HISREJ TO TRUE
           END-READ.
           IF NOT FIM-HISREJ AND FS-HISREJ NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF NOT FIM-HISREJ
               IF HRJ-DATA-MOVIMENTO NOT EQUAL WRK-DATA-MOVIMENTO
                   SET FIM-HISREJ TO TRUE
               ELSE
                   MOVE HRJ-SEQUENCIA TO WRK-SEQ-REJEITO
               END-IF
           END-IF.

       0140-ABRE-PEDIDOS SECTION.
           OPEN INPUT PEDIDOS.
           EVALUATE FS-PEDIDOS
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
           END-IF.

       0220-PROCESSA-TRANSACAO SECTION.
           IF NOT TRAN-TRAILER
               PERFORM 0225-IDENTIFICA-ORIGEM
           END-IF.
           EVALUATE TRUE
               WHEN TRAN-INCLUIR
                   PERFORM 0230-INCLUIR-CLIENTE
               WHEN TRAN-EXCLUIR
                   PERFORM 0250-EXCLUIR-CLIENTE
               WHEN TRAN-TRAILER
                   MOVE REG-TRANCLI-TRAILER TO WRK-TRAILER-LIDO
                   SET FIM-TRANCLI TO TRUE
               WHEN OTHER
                   DISPLAY "CODIGO DE TRANSACAO INVALIDO: "
               PERFORM 0210-LER-TRANCLI
           END-IF.

       0225-IDENTIFICA-ORIGEM SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           EVALUATE TRUE
               WHEN WRK-QTD-LIDOS NOT GREATER WRK-FIM-RECICLADAS
                   MOVE "RECICLA" TO WRK-ORIGEM-TRANSACAO
               WHEN WRK-QTD-LIDOS NOT GREATER WRK-FIM-MARKETING
                   MOVE "MARKET" TO WRK-ORIGEM-TRANSACAO
               WHEN WRK-QTD-LIDOS NOT GREATER WRK-FIM-COBRANCA
                   MOVE "COBRANCA" TO WRK-ORIGEM-TRANSACAO
               WHEN OTHER
                   MOVE WRK-ORIGEM TO WRK-ORIGEM-TRANSACAO
           END-EVALUATE.

       0230-INCLUIR-CLIENTE SECTION.
           MOVE "N" TO WRK-ID-AUTOMATICO.
           IF TRAN-ID IS NOT NUMERIC OR TRAN-ID EQUAL ZEROS
           MOVE REG-ID TO AUD-ID.
           MOVE WRK-IMAGEM-ANTES TO AUD-IMAGEM-ANTES.
           MOVE WRK-IMAGEM-DEPOIS TO AUD-IMAGEM-DEPOIS.
           MOVE WRK-ORIGEM-TRANSACAO TO AUD-ORIGEM.
           WRITE REG-AUDCLI.
           IF FS-AUDCLI NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
       0270-GRAVA-REJEITO SECTION.
           MOVE REG-TRANCLI TO REJ-TRANSACAO.
           MOVE WRK-MOTIVO-REJEITO TO REJ-MOTIVO.
           MOVE WRK-ORIGEM-TRANSACAO TO REJ-ORIGEM.
           ADD 1 TO WRK-SEQ-REJEITO.
           MOVE WRK-DATA-MOVIMENTO TO REJ-DATA-MOVIMENTO.
           MOVE WRK-SEQ-REJEITO TO REJ-SEQUENCIA.
           MOVE WRK-DATA-EXECUCAO TO REJ-DATA-REJEICAO.
           WRITE REG-REJCLI.
           IF FS-REJCLI NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0275-GRAVA-HISTORICO-REJEITO.

       0275-GRAVA-HISTORICO-REJEITO SECTION.
           MOVE WRK-DATA-MOVIMENTO TO HRJ-DATA-MOVIMENTO.
           MOVE WRK-SEQ-REJEITO TO HRJ-SEQUENCIA.
           MOVE WRK-ORIGEM-TRANSACAO TO HRJ-ORIGEM.
           MOVE WRK-DATA-EXECUCAO TO HRJ-DATA-REJEICAO.
           MOVE WRK-MOTIVO-REJEITO TO HRJ-MOTIVO.
           MOVE REG-TRANCLI TO HRJ-TRANSACAO.
           SET HRJ-PENDENTE TO TRUE.
           MOVE ZEROS TO HRJ-DATA-RECICLAGEM.
           WRITE REG-HISREJ.
           IF FS-HISREJ NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0280-GRAVA-CONFIRMACAO SECTION.
           MOVE SPACES TO REG-CONFID.
           DISPLAY "TOTAL COM ERRO...   " WRK-QTD-ERROS.
           DISPLAY "TOTAL AUDITADOS...  " WRK-QTD-AUDITADOS.
           DISPLAY "TOTAL IDS ATRIBUIDOS " WRK-QTD-ATRIBUIDOS.
           IF WRK-DATA-MOVIMENTO GREATER WRK-DATA-ULTIMA
               PERFORM 0310-GRAVA-DATA-APLICADA
           END-IF.
           PERFORM 0330-GRAVA-PROXIMO-ID.
           PERFORM 0340-GRAVA-CONTROLE.
           PERFORM 0350-GRAVA-MOVIMENTO.
           DISPLAY "FIM DE PROGRAMA".
           PERFORM 0320-FECHA-ARQUIVOS.

           END-IF.
           CLOSE CTLRUN.

       0350-GRAVA-MOVIMENTO SECTION.
           OPEN I-O MOVPROC.
           IF FS-MOVPROC EQUAL 35
               OPEN OUTPUT MOVPROC
               IF FS-MOVPROC NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
               CLOSE MOVPROC
               OPEN I-O MOVPROC
           END-IF.
           IF FS-MOVPROC NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE WRK-ORIGEM TO MOV-ORIGEM.
           MOVE WRK-DATA-MOVIMENTO TO MOV-DATA-MOVIMENTO.
           READ MOVPROC
               INVALID KEY
                   MOVE ZEROS TO MOV-QTD-PROCESSAMENTOS
                   MOVE "N" TO MOV-REPROCESSO
               NOT INVALID KEY
                   MOVE "S" TO MOV-REPROCESSO
           END-READ.
           ADD 1 TO MOV-QTD-PROCESSAMENTOS.
           MOVE WRK-DATA-EXECUCAO TO MOV-DATA-APLICACAO.
           MOVE WRK-HORA-EXECUCAO TO MOV-HORA-APLICACAO.
           MOVE WRK-QTD-LIDOS TO MOV-QTD-REGISTROS.
           IF WRK-QTD-LIDOS GREATER WRK-FIM-COBRANCA
               COMPUTE MOV-QTD-AGENCIA = WRK-QTD-LIDOS
                   - WRK-FIM-COBRANCA
           ELSE
               MOVE ZEROS TO MOV-QTD-AGENCIA
           END-IF.
           IF LID-TRL-CODIGO EQUAL "T"
               MOVE LID-TRL-QTD-TOTAL TO MOV-TRL-TOTAL
               MOVE LID-TRL-QTD-INCLUSAO TO MOV-TRL-INCLUSAO
               MOVE LID-TRL-QTD-ALTERACAO TO MOV-TRL-ALTERACAO
               MOVE LID-TRL-QTD-EXCLUSAO TO MOV-TRL-EXCLUSAO
               MOVE LID-TRL-QTD-SUSPENSAO TO MOV-TRL-SUSPENSAO
               MOVE LID-TRL-QTD-REATIVACAO TO MOV-TRL-REATIVACAO
               MOVE LID-TRL-QTD-CANCELAMENTO TO MOV-TRL-CANCELAMENTO
               MOVE LID-TRL-QTD-MARKETING TO MOV-TRL-MARKETING
           ELSE
               MOVE ZEROS TO MOV-TRL-TOTAL
               MOVE ZEROS TO MOV-TRL-INCLUSAO
               MOVE ZEROS TO MOV-TRL-ALTERACAO
               MOVE ZEROS TO MOV-TRL-EXCLUSAO
               MOVE ZEROS TO MOV-TRL-SUSPENSAO
               MOVE ZEROS TO MOV-TRL-REATIVACAO
               MOVE ZEROS TO MOV-TRL-CANCELAMENTO
               MOVE ZEROS TO MOV-TRL-MARKETING
           END-IF.
           MOVE WRK-QTD-APLICADOS TO MOV-QTD-APLICADOS.
           MOVE WRK-QTD-ERROS TO MOV-QTD-REJEITADOS.
           IF MOV-FOI-REPROCESSO
               REWRITE REG-MOVPROC
           ELSE
               WRITE REG-MOVPROC
           END-IF.
           IF FS-MOVPROC NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           CLOSE MOVPROC.

       0320-FECHA-ARQUIVOS SECTION.
           CLOSE CLIENTES.
           CLOSE TRANCLI.
           CLOSE AUDCLI.
           CLOSE REJCLI.
           CLOSE CONFID.
           CLOSE HISREJ.
           IF TEM-PEDIDOS
               CLOSE PEDIDOS
           END-IF.
           DISPLAY "FILE STATUS PEDIDOS...  " FS-PEDIDOS.
           DISPLAY "FILE STATUS AUDCLI...   " FS-AUDCLI.
           DISPLAY "FILE STATUS REJCLI...   " FS-REJCLI.
           DISPLAY "FILE STATUS HISREJ...   " FS-HISREJ.
           DISPLAY "FILE STATUS MOVPROC...  " FS-MOVPROC.
           DISPLAY "FILE STATUS PARMREP...  " FS-PARMREP.
           DISPLAY "FILE STATUS DTAPLIC...  " FS-DTAPLIC.
           DISPLAY "FILE STATUS PROXID...   " FS-PROXID.
           DISPLAY "FILE STATUS CONFID...   " FS-CONFID.
