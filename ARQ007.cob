      *==                 CTLRUN.TXT (LAYOUT CTLWS01) COM AS
      *==                 CONTAGENS DA MONTAGEM, CONFERIDO PELO
      *==                 ARQ017 NO FECHAMENTO DA NOITE
      *== XX/XX/2026 ***  TRANSACOES DE SUSPENSAO/REATIVACAO POR
      *==                 COBRANCA EM TRANCOB.TXT (GERADAS PELO ARQ024
      *==                 A PARTIR DO AGING DOS TITULOS A RECEBER)
      *==                 ENTRAM NA MONTAGEM DEPOIS DO MARKETING; A
      *==                 AUSENCIA DO ARQUIVO NAO E ERRO
      *== XX/XX/2026 ***  AS FONTES RECICLA, TRANMKT E TRANCOB SAO
      *==                 CONTADAS ANTES DA MONTAGEM E AS QUANTIDADES
      *==                 VAO NO CABECALHO DO TRANCLI.TXT, PARA O
      *==                 ARQ003 IDENTIFICAR A ORIGEM DE CADA
      *==                 TRANSACAO; CADA TRANSACAO RECICLADA BAIXA A
      *==                 SUA REJEICAO PENDENTE NO HISTORICO HISREJ.TXT
      *==                 (HRJWS01) PELA DATA DO MOVIMENTO E SEQUENCIA
      *==                 DEVOLVIDAS PELA AGENCIA NO RECICLA.TXT
      *== XX/XX/2026 ***  CONSULTA O REGISTRO DE MOVIMENTOS PROCESSADOS
      *==                 MOVPROC.TXT (MOVWS01, GRAVADO PELO ARQ003) E
      *==                 ABORTA A MONTAGEM QUANDO O TRANDIA.TXT TRAZ
      *==                 ORIGEM + DATA DE MOVIMENTO JA APLICADA
      *==                 (REENVIO) OU DATA ANTERIOR A UM MOVIMENTO JA
      *==                 APLICADO DA MESMA ORIGEM (FORA DE SEQUENCIA),
      *==                 SALVO LIBERACAO DO OPERADOR NO PARMREP.TXT
      *==                 COM A MESMA ORIGEM E DATA
      *=================================================================

       ENVIRONMENT DIVISION.
               "TRANMKT.txt"
               FILE STATUS IS FS-TRANMKT.

           SELECT TRANCOB ASSIGN TO
               "TRANCOB.txt"
               FILE STATUS IS FS-TRANCOB.

           SELECT TRANDIA ASSIGN TO
               "TRANDIA.txt"
               FILE STATUS IS FS-TRANDIA.
               "TRANCLI.txt"
               FILE STATUS IS FS-TRANCLI.

           SELECT HISREJ ASSIGN TO
               "HISREJ.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HRJ-CHAVE
               FILE STATUS IS FS-HISREJ.

           SELECT MOVPROC ASSIGN TO
               "MOVPROC.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS FS-MOVPROC.

           SELECT PARMREP ASSIGN TO
               "PARMREP.txt"
               FILE STATUS IS FS-PARMREP.

           SELECT CTLRUN ASSIGN TO
               "CTLRUN.txt"
               FILE STATUS IS FS-CTLRUN.
       FD TRANMKT.
       01 REG-TRANMKT     PIC X(119).

       FD TRANCOB.
       01 REG-TRANCOB     PIC X(119).

       FD TRANDIA.
       01 REG-TRANDIA     PIC X(119).

       FD TRANCLI.
           COPY TRNWS01.

       FD HISREJ.
           COPY HRJWS01.

       FD MOVPROC.
           COPY MOVWS01.

       FD PARMREP.
       01 REG-PARMREP.
           05 REP-ORIGEM     PIC X(08).
           05 REP-DATA-MOVIMENTO     PIC 9(08).

       FD CTLRUN.
           COPY CTLWS01.

       WORKING-STORAGE SECTION.
       77 FS-RECICLA PIC 9(02).
       77 FS-CTLRUN PIC 9(02).
       77 FS-HISREJ PIC 9(02).
       77 FS-MOVPROC PIC 9(02).
       77 FS-PARMREP PIC 9(02).
       77 WRK-ORIGEM PIC X(08) VALUE SPACES.
       77 WRK-DATA-POSTERIOR PIC 9(08) VALUE ZEROS.
       77 WRK-REPROCESSO PIC X(01) VALUE "N".
           88 REPROCESSO-AUTORIZADO VALUE "S".
       77 WRK-MOVIMENTO-REPETIDO PIC X(01) VALUE "N".
           88 MOVIMENTO-REPETIDO VALUE "S".
       77 WRK-FORA-SEQUENCIA PIC X(01) VALUE "N".
           88 FORA-SEQUENCIA VALUE "S".
       77 WRK-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77 FS-TRANMKT PIC 9(02).
       77 FS-TRANDIA PIC 9(02).
       77 FS-TRANCOB PIC 9(02).
       77 FS-TRANCLI PIC 9(02).
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-TEM-RECICLA PIC X(01) VALUE "N".
           88 TEM-TRANMKT VALUE "S".
       77 WRK-FIM-TRANMKT PIC X(01) VALUE "N".
           88 FIM-TRANMKT VALUE "S".
       77 WRK-TEM-TRANCOB PIC X(01) VALUE "N".
           88 TEM-TRANCOB VALUE "S".
       77 WRK-FIM-TRANCOB PIC X(01) VALUE "N".
           88 FIM-TRANCOB VALUE "S".
       77 WRK-FIM-TRANDIA PIC X(01) VALUE "N".
           88 FIM-TRANDIA VALUE "S".
       77 WRK-TEM-HISREJ PIC X(01) VALUE "N".
           88 TEM-HISREJ VALUE "S".
       77 WRK-QTD-CONTADOS-RECICLA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONTADOS-TRANMKT PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONTADOS-TRANCOB PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BAIXADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-HISTORICO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECICLADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-MARKETING PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COBRANCA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DIA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DETALHES PIC 9(05) VALUE ZEROS.
       77 WRK-CTD-INCLUSAO PIC 9(05) VALUE ZEROS.
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           OPEN INPUT TRANCOB.
           EVALUATE FS-TRANCOB
               WHEN ZEROS
                   SET TEM-TRANCOB TO TRUE
               WHEN 35
                   SET FIM-TRANCOB TO TRUE
                   DISPLAY "SEM TRANSACOES DE COBRANCA NESTA RODADA"
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           OPEN INPUT TRANDIA.
           IF FS-TRANDIA NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           IF FS-TRANCLI NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O HISREJ.
           EVALUATE FS-HISREJ
               WHEN ZEROS
                   SET TEM-HISREJ TO TRUE
               WHEN 35
                   DISPLAY "SEM HISTORICO DE REJEICOES, RECICLADAS "
                       "NAO BAIXADAS"
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           DISPLAY "ARQUIVOS OK".
           IF TEM-RECICLA
               PERFORM 0110-CONTA-RECICLA
           END-IF.
           IF TEM-TRANMKT
               PERFORM 0120-CONTA-TRANMKT
           END-IF.
           IF TEM-TRANCOB
               PERFORM 0130-CONTA-TRANCOB
           END-IF.

       0110-CONTA-RECICLA SECTION.
           PERFORM 0210-LER-RECICLA.
           PERFORM 0115-SOMA-RECICLA UNTIL FIM-RECICLA.
           CLOSE RECICLA.
           OPEN INPUT RECICLA.
           IF FS-RECICLA NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE "N" TO WRK-FIM-RECICLA.

       0115-SOMA-RECICLA SECTION.
           ADD 1 TO WRK-QTD-CONTADOS-RECICLA.
           PERFORM 0210-LER-RECICLA.

       0120-CONTA-TRANMKT SECTION.
           PERFORM 0225-LER-TRANMKT.
           PERFORM 0125-SOMA-TRANMKT UNTIL FIM-TRANMKT.
           CLOSE TRANMKT.
           OPEN INPUT TRANMKT.
           IF FS-TRANMKT NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE "N" TO WRK-FIM-TRANMKT.

       0125-SOMA-TRANMKT SECTION.
           ADD 1 TO WRK-QTD-CONTADOS-TRANMKT.
           PERFORM 0225-LER-TRANMKT.

       0130-CONTA-TRANCOB SECTION.
           PERFORM 0232-LER-TRANCOB.
           PERFORM 0135-SOMA-TRANCOB UNTIL FIM-TRANCOB.
           CLOSE TRANCOB.
           OPEN INPUT TRANCOB.
           IF FS-TRANCOB NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE "N" TO WRK-FIM-TRANCOB.

       0135-SOMA-TRANCOB SECTION.
           ADD 1 TO WRK-QTD-CONTADOS-TRANCOB.
           PERFORM 0232-LER-TRANCOB.

       0200-PROCESS SECTION.
           PERFORM 0205-COPIA-CABECALHO-DIA.
               PERFORM 0225-LER-TRANMKT
               PERFORM 0228-COPIA-MARKETING UNTIL FIM-TRANMKT
           END-IF.
           IF TEM-TRANCOB
               PERFORM 0232-LER-TRANCOB
               PERFORM 0235-COPIA-COBRANCA UNTIL FIM-TRANCOB
           END-IF.
           PERFORM 0230-LER-TRANDIA.
           PERFORM 0240-COPIA-MOVIMENTO-DIA UNTIL FIM-TRANDIA.
           PERFORM 0248-VALIDA-TRAILER-DIA.
           END-IF.
           MOVE REG-TRANDIA TO REG-TRANCLI.
           MOVE CAB-DATA-MOVIMENTO TO WRK-DATA-MOVIMENTO.
           MOVE CAB-ORIGEM TO WRK-ORIGEM.
           PERFORM 0206-CONSULTA-MOVIMENTOS.
           MOVE REG-TRANDIA TO REG-TRANCLI.
           MOVE WRK-QTD-CONTADOS-RECICLA TO CAB-QTD-RECICLADAS.
           MOVE WRK-QTD-CONTADOS-TRANMKT TO CAB-QTD-MARKETING.
           MOVE WRK-QTD-CONTADOS-TRANCOB TO CAB-QTD-COBRANCA.
           PERFORM 0250-GRAVA-TRANCLI.

       0206-CONSULTA-MOVIMENTOS SECTION.
           PERFORM 0208-LE-LIBERACAO.
           OPEN INPUT MOVPROC.
           EVALUATE FS-MOVPROC
               WHEN ZEROS
                   PERFORM 0207-PROCURA-MOVIMENTO
                   CLOSE MOVPROC
               WHEN 35
                   DISPLAY "SEM REGISTRO DE MOVIMENTOS PROCESSADOS"
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           IF MOVIMENTO-REPETIDO OR FORA-SEQUENCIA
               IF MOVIMENTO-REPETIDO
                   DISPLAY "MOVIMENTO " WRK-ORIGEM " "
                       WRK-DATA-MOVIMENTO " JA APLICADO"
               ELSE
                   DISPLAY "MOVIMENTO " WRK-ORIGEM " "
                       WRK-DATA-MOVIMENTO " FORA DE SEQUENCIA "
                       "(JA APLICADO O DE " WRK-DATA-POSTERIOR ")"
               END-IF
               IF REPROCESSO-AUTORIZADO
                   DISPLAY "REPROCESSAMENTO LIBERADO PELO OPERADOR"
               ELSE
                   DISPLAY "MONTAGEM ABORTADA"
                   PERFORM 9100-MONTAGEM-INVALIDA
               END-IF
           END-IF.

       0207-PROCURA-MOVIMENTO SECTION.
           MOVE WRK-ORIGEM TO MOV-ORIGEM.
           MOVE WRK-DATA-MOVIMENTO TO MOV-DATA-MOVIMENTO.
           READ MOVPROC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MOVIMENTO-REPETIDO TO TRUE
           END-READ.
           IF NOT MOVIMENTO-REPETIDO
               MOVE WRK-ORIGEM TO MOV-ORIGEM
               MOVE WRK-DATA-MOVIMENTO TO MOV-DATA-MOVIMENTO
               START MOVPROC KEY IS GREATER THAN MOV-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ MOVPROC NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF MOV-ORIGEM EQUAL WRK-ORIGEM
                                   SET FORA-SEQUENCIA TO TRUE
                                   MOVE MOV-DATA-MOVIMENTO
                                       TO WRK-DATA-POSTERIOR
                               END-IF
                       END-READ
               END-START
           END-IF.

       0208-LE-LIBERACAO SECTION.
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

       0210-LER-RECICLA SECTION.
           READ RECICLA
               AT END
           PERFORM 0250-GRAVA-TRANCLI.
           PERFORM 0260-CONTA-POR-CODIGO.
           ADD 1 TO WRK-QTD-RECICLADOS.
           IF TEM-HISREJ
               PERFORM 0222-BAIXA-PENDENCIA
           END-IF.
           PERFORM 0210-LER-RECICLA.

       0222-BAIXA-PENDENCIA SECTION.
           IF REJ-DATA-MOVIMENTO IS NOT NUMERIC
                   OR REJ-SEQUENCIA IS NOT NUMERIC
               ADD 1 TO WRK-QTD-SEM-HISTORICO
           ELSE
               MOVE REJ-DATA-MOVIMENTO TO HRJ-DATA-MOVIMENTO
               MOVE REJ-SEQUENCIA TO HRJ-SEQUENCIA
               READ HISREJ
                   INVALID KEY
                       ADD 1 TO WRK-QTD-SEM-HISTORICO
                   NOT INVALID KEY
                       IF HRJ-PENDENTE
                           SET HRJ-RECICLADA TO TRUE
                           ACCEPT HRJ-DATA-RECICLAGEM FROM DATE YYYYMMDD
                           REWRITE REG-HISREJ
                           IF FS-HISREJ NOT EQUAL ZEROS
                               PERFORM 9000-TRATA-ERRO
                           END-IF
                           ADD 1 TO WRK-QTD-BAIXADAS
                       END-IF
               END-READ
           END-IF.

       0225-LER-TRANMKT SECTION.
           READ TRANMKT
               AT END
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0232-LER-TRANCOB SECTION.
           READ TRANCOB
               AT END
                   SET FIM-TRANCOB TO TRUE
           END-READ.
           IF NOT FIM-TRANCOB AND FS-TRANCOB NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0235-COPIA-COBRANCA SECTION.
           MOVE REG-TRANCOB TO REG-TRANCLI.
           PERFORM 0250-GRAVA-TRANCLI.
           PERFORM 0260-CONTA-POR-CODIGO.
           ADD 1 TO WRK-QTD-COBRANCA.
           PERFORM 0232-LER-TRANCOB.

       0240-COPIA-MOVIMENTO-DIA SECTION.
           EVALUATE REG-TRANDIA (1:1)
               WHEN "T"
       0300-FINISH SECTION.
           DISPLAY "TOTAL RECICLADOS...      " WRK-QTD-RECICLADOS.
           DISPLAY "TOTAL MARKETING...       " WRK-QTD-MARKETING.
           DISPLAY "TOTAL COBRANCA...        " WRK-QTD-COBRANCA.
           DISPLAY "TOTAL MOVIMENTO DO DIA.. " WRK-QTD-DIA.
           DISPLAY "TOTAL DE DETALHES...     " WRK-QTD-DETALHES.
           DISPLAY "REJEICOES BAIXADAS...    " WRK-QTD-BAIXADAS.
           DISPLAY "RECICLADAS SEM HISTORICO " WRK-QTD-SEM-HISTORICO.
           PERFORM 0500-GRAVA-CONTROLE.
           DISPLAY "FIM DE PROGRAMA".
           IF TEM-RECICLA
           IF TEM-TRANMKT
               CLOSE TRANMKT
           END-IF.
           IF TEM-TRANCOB
               CLOSE TRANCOB
           END-IF.
           CLOSE TRANDIA.
           CLOSE TRANCLI.
           IF TEM-HISREJ
               CLOSE HISREJ
           END-IF.

       0500-GRAVA-CONTROLE SECTION.
           OPEN EXTEND CTLRUN.
           ACCEPT CTL-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT CTL-HORA-EXECUCAO FROM TIME.
           COMPUTE CTL-QTD-ENTRADA = WRK-QTD-RECICLADOS
               + WRK-QTD-MARKETING + WRK-QTD-COBRANCA + WRK-QTD-DIA.
           MOVE WRK-QTD-DETALHES TO CTL-QTD-SAIDA.
           MOVE ZEROS TO CTL-QTD-REJEITADOS.
           MOVE RETURN-CODE TO CTL-RETURN-CODE.
           IF TEM-TRANMKT
               CLOSE TRANMKT
           END-IF.
           IF TEM-TRANCOB
               CLOSE TRANCOB
           END-IF.
           CLOSE TRANDIA.
           CLOSE TRANCLI.
           IF TEM-HISREJ
               CLOSE HISREJ
           END-IF.
           GOBACK.

       9000-TRATA-ERRO SECTION.
           MOVE "ERRO NAO TRATADO EM ARQ007" TO WRK-MSG-ERRO.
           DISPLAY "FILE STATUS RECICLA... " FS-RECICLA.
           DISPLAY "FILE STATUS TRANMKT... " FS-TRANMKT.
           DISPLAY "FILE STATUS TRANCOB... " FS-TRANCOB.
           DISPLAY "FILE STATUS TRANDIA... " FS-TRANDIA.
           DISPLAY "FILE STATUS TRANCLI... " FS-TRANCLI.
           DISPLAY "FILE STATUS HISREJ...  " FS-HISREJ.
           DISPLAY "FILE STATUS MOVPROC... " FS-MOVPROC.
           DISPLAY "FILE STATUS PARMREP... " FS-PARMREP.
           DISPLAY "FILE STATUS CTLRUN...  " FS-CTLRUN.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
