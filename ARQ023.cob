       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ023.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: BAIXA NOTURNA DOS PAGAMENTOS RECEBIDOS DO BANCO
      *==            (PAGBCO.TXT, LAYOUT PAGWS01) CONTRA OS TITULOS A
      *==            RECEBER DO ARQUIVO INDEXADO TITULOS.TXT (TITWS01)
      *==            GERADOS PELO FATURAMENTO (ARQ014): CADA PAGAMENTO
      *==            ABATE O SALDO DO TITULO E O TITULO CUJO SALDO
      *==            ZERA PASSA A PAGO. PAGAMENTO RECUSADO VAI PARA O
      *==            REJPAG.TXT COM O MOTIVO (RPGWS01). AO FINAL SAI EM
      *==            RELCXA.TXT O RESUMO DO CAIXA DO DIA COM CADA
      *==            PAGAMENTO BAIXADO E OS TOTAIS DA RODADA
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITULOS ASSIGN TO
               "TITULOS.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIT-NUMERO
               ALTERNATE RECORD KEY IS TIT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-TITULOS.

           SELECT PAGBCO ASSIGN TO
               "PAGBCO.txt"
               FILE STATUS IS FS-PAGBCO.

           SELECT REJPAG ASSIGN TO
               "REJPAG.txt"
               FILE STATUS IS FS-REJPAG.

           SELECT RELCXA ASSIGN TO
               "RELCXA.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELCXA.

           SELECT CTLRUN ASSIGN TO
               "CTLRUN.txt"
               FILE STATUS IS FS-CTLRUN.

       DATA DIVISION.
       FILE SECTION.
       FD TITULOS.
           COPY TITWS01.

       FD PAGBCO.
           COPY PAGWS01.

       FD REJPAG.
           COPY RPGWS01.

       FD RELCXA.
       01 REG-RELCXA     PIC X(80).

       FD CTLRUN.
           COPY CTLWS01.

       WORKING-STORAGE SECTION.
       77 FS-TITULOS PIC 9(02).
       77 FS-PAGBCO PIC 9(02).
       77 FS-REJPAG PIC 9(02).
       77 FS-RELCXA PIC 9(02).
       77 FS-CTLRUN PIC 9(02).
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-FIM-PAGBCO PIC X(01) VALUE "N".
           88 FIM-PAGBCO VALUE "S".
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO-REJEITO PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BAIXADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-QUITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-LIDO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-BAIXADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-REJEITADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SUBSCRITO PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-MOTIVOS.
           05 WRK-QTD-MOTIVO PIC 9(05) OCCURS 4 TIMES.
       01 WRK-DESCRICAO-MOTIVOS.
           05 FILLER PIC X(30) VALUE "TITULO INEXISTENTE".
           05 FILLER PIC X(30) VALUE "TITULO JA PAGO".
           05 FILLER PIC X(30) VALUE "PAGAMENTO MAIOR QUE O SALDO".
           05 FILLER PIC X(30) VALUE "VALOR INVALIDO".
       01 WRK-DESCRICAO-MOTIVOS-R REDEFINES WRK-DESCRICAO-MOTIVOS.
           05 WRK-DESC-MOTIVO PIC X(30) OCCURS 4 TIMES.
       01 WRK-CABEC-CAIXA.
           05 FILLER PIC X(33)
               VALUE "RESUMO DE BAIXAS DO CAIXA EM ".
           05 CXA-DATA PIC 9(08).
       01 WRK-LINHA-BAIXA.
           05 CXA-TITULO PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 CXA-CLIENTE PIC 9(07).
           05 FILLER PIC X(02) VALUE SPACES.
           05 CXA-DATA-PAGTO PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 CXA-VALOR PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 CXA-SALDO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 CXA-SITUACAO PIC X(07).
       01 WRK-LINHA-TOTAL.
           05 TOT-DESCRICAO PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 TOT-QTD PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 TOT-VALOR PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0250-GRAVA-RESUMO.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           MOVE ZEROS TO WRK-TABELA-MOTIVOS.
           OPEN I-O TITULOS.
           IF FS-TITULOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PAGBCO.
           IF FS-PAGBCO NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT REJPAG.
           IF FS-REJPAG NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT RELCXA.
           IF FS-RELCXA NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-EXECUCAO FROM TIME.
           DISPLAY "ARQUIVOS OK".
           MOVE WRK-DATA-EXECUCAO TO CXA-DATA.
           MOVE WRK-CABEC-CAIXA TO REG-RELCXA.
           PERFORM 0270-GRAVA-LINHA-RELCXA.
           MOVE "TITULO    CLIENTE  DATA PAGTO  VALOR PAGO      SALDO"
               TO REG-RELCXA.
           PERFORM 0270-GRAVA-LINHA-RELCXA.
           PERFORM 0210-LER-PAGBCO.

       0200-PROCESS SECTION.
           PERFORM 0220-TRATA-PAGAMENTO UNTIL FIM-PAGBCO.

       0210-LER-PAGBCO SECTION.
           READ PAGBCO
               AT END
                   SET FIM-PAGBCO TO TRUE
           END-READ.
           IF NOT FIM-PAGBCO AND FS-PAGBCO NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0220-TRATA-PAGAMENTO SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           IF PAG-VALOR IS NOT NUMERIC OR PAG-VALOR EQUAL ZEROS
               MOVE 04 TO WRK-MOTIVO-REJEITO
               PERFORM 0240-GRAVA-REJEITO
           ELSE
               ADD PAG-VALOR TO WRK-VALOR-LIDO
               MOVE PAG-TITULO TO TIT-NUMERO
               READ TITULOS
                   INVALID KEY
                       MOVE 01 TO WRK-MOTIVO-REJEITO
                       PERFORM 0240-GRAVA-REJEITO
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN TIT-PAGO
                               MOVE 02 TO WRK-MOTIVO-REJEITO
                               PERFORM 0240-GRAVA-REJEITO
                           WHEN PAG-VALOR GREATER TIT-SALDO
                               MOVE 03 TO WRK-MOTIVO-REJEITO
                               PERFORM 0240-GRAVA-REJEITO
                           WHEN OTHER
                               PERFORM 0230-BAIXA-TITULO
                       END-EVALUATE
               END-READ
           END-IF.
           PERFORM 0210-LER-PAGBCO.

       0230-BAIXA-TITULO SECTION.
           SUBTRACT PAG-VALOR FROM TIT-SALDO.
           MOVE PAG-DATA TO TIT-DATA-ULT-PAGTO.
           IF TIT-SALDO EQUAL ZEROS
               SET TIT-PAGO TO TRUE
               ADD 1 TO WRK-QTD-QUITADOS
               MOVE "PAGO" TO CXA-SITUACAO
           ELSE
               MOVE "PARCIAL" TO CXA-SITUACAO
           END-IF.
           REWRITE REG-TITULOS.
           IF FS-TITULOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-QTD-BAIXADOS.
           ADD PAG-VALOR TO WRK-VALOR-BAIXADO.
           MOVE TIT-NUMERO TO CXA-TITULO.
           MOVE TIT-CLIENTE TO CXA-CLIENTE.
           MOVE PAG-DATA TO CXA-DATA-PAGTO.
           MOVE PAG-VALOR TO CXA-VALOR.
           MOVE TIT-SALDO TO CXA-SALDO.
           MOVE WRK-LINHA-BAIXA TO REG-RELCXA.
           PERFORM 0270-GRAVA-LINHA-RELCXA.

       0240-GRAVA-REJEITO SECTION.
           MOVE REG-PAGBCO TO RJG-PAGAMENTO.
           MOVE WRK-MOTIVO-REJEITO TO RJG-MOTIVO.
           WRITE REG-REJPAG.
           IF FS-REJPAG NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-QTD-REJEITADOS.
           ADD 1 TO WRK-QTD-MOTIVO (WRK-MOTIVO-REJEITO).
           IF PAG-VALOR IS NUMERIC
               ADD PAG-VALOR TO WRK-VALOR-REJEITADO
           END-IF.

       0250-GRAVA-RESUMO SECTION.
           MOVE SPACES TO REG-RELCXA.
           PERFORM 0270-GRAVA-LINHA-RELCXA.
           MOVE "TOTAIS DO DIA" TO REG-RELCXA.
           PERFORM 0270-GRAVA-LINHA-RELCXA.
           MOVE "PAGAMENTOS RECEBIDOS" TO TOT-DESCRICAO.
           MOVE WRK-QTD-LIDOS TO TOT-QTD.
           COMPUTE TOT-VALOR = WRK-VALOR-BAIXADO + WRK-VALOR-REJEITADO.
           PERFORM 0260-GRAVA-LINHA-TOTAL.
           MOVE "PAGAMENTOS BAIXADOS" TO TOT-DESCRICAO.
           MOVE WRK-QTD-BAIXADOS TO TOT-QTD.
           MOVE WRK-VALOR-BAIXADO TO TOT-VALOR.
           PERFORM 0260-GRAVA-LINHA-TOTAL.
           MOVE "TITULOS QUITADOS" TO TOT-DESCRICAO.
           MOVE WRK-QTD-QUITADOS TO TOT-QTD.
           MOVE ZEROS TO TOT-VALOR.
           PERFORM 0260-GRAVA-LINHA-TOTAL.
           MOVE "PAGAMENTOS REJEITADOS" TO TOT-DESCRICAO.
           MOVE WRK-QTD-REJEITADOS TO TOT-QTD.
           MOVE WRK-VALOR-REJEITADO TO TOT-VALOR.
           PERFORM 0260-GRAVA-LINHA-TOTAL.
           PERFORM 0255-GRAVA-LINHA-MOTIVO
               VARYING WRK-SUBSCRITO FROM 1 BY 1
               UNTIL WRK-SUBSCRITO GREATER 4.

       0255-GRAVA-LINHA-MOTIVO SECTION.
           MOVE SPACES TO TOT-DESCRICAO.
           STRING "  " WRK-SUBSCRITO " "
               WRK-DESC-MOTIVO (WRK-SUBSCRITO)
               DELIMITED BY SIZE INTO TOT-DESCRICAO.
           MOVE WRK-QTD-MOTIVO (WRK-SUBSCRITO) TO TOT-QTD.
           MOVE ZEROS TO TOT-VALOR.
           PERFORM 0260-GRAVA-LINHA-TOTAL.

       0260-GRAVA-LINHA-TOTAL SECTION.
           MOVE WRK-LINHA-TOTAL TO REG-RELCXA.
           PERFORM 0270-GRAVA-LINHA-RELCXA.

       0270-GRAVA-LINHA-RELCXA SECTION.
           WRITE REG-RELCXA.
           IF FS-RELCXA NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0300-FINISH SECTION.
           DISPLAY "TOTAL DE PAGAMENTOS LIDOS...   " WRK-QTD-LIDOS.
           DISPLAY "TOTAL DE PAGAMENTOS BAIXADOS.. " WRK-QTD-BAIXADOS.
           DISPLAY "TOTAL DE TITULOS QUITADOS...   " WRK-QTD-QUITADOS.
           DISPLAY "TOTAL DE PAGAMENTOS REJEITADOS "
               WRK-QTD-REJEITADOS.
           PERFORM 0500-GRAVA-CONTROLE.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE TITULOS.
           CLOSE PAGBCO.
           CLOSE REJPAG.
           CLOSE RELCXA.

       0500-GRAVA-CONTROLE SECTION.
           OPEN EXTEND CTLRUN.
           IF FS-CTLRUN EQUAL 35
               OPEN OUTPUT CTLRUN
           END-IF.
           IF FS-CTLRUN NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-CTLRUN.
           MOVE "ARQ023" TO CTL-PROGRAMA.
           MOVE WRK-DATA-EXECUCAO TO CTL-DATA-MOVIMENTO.
           MOVE WRK-DATA-EXECUCAO TO CTL-DATA-EXECUCAO.
           MOVE WRK-HORA-EXECUCAO TO CTL-HORA-EXECUCAO.
           MOVE WRK-QTD-LIDOS TO CTL-QTD-ENTRADA.
           MOVE WRK-QTD-BAIXADOS TO CTL-QTD-SAIDA.
           MOVE WRK-QTD-REJEITADOS TO CTL-QTD-REJEITADOS.
           MOVE RETURN-CODE TO CTL-RETURN-CODE.
           WRITE REG-CTLRUN.
           IF FS-CTLRUN NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           CLOSE CTLRUN.

       9000-TRATA-ERRO SECTION.
           MOVE "ERRO NAO TRATADO EM ARQ023" TO WRK-MSG-ERRO.
           DISPLAY "FILE STATUS TITULOS...  " FS-TITULOS.
           DISPLAY "FILE STATUS PAGBCO...   " FS-PAGBCO.
           DISPLAY "FILE STATUS REJPAG...   " FS-REJPAG.
           DISPLAY "FILE STATUS RELCXA...   " FS-RELCXA.
           DISPLAY "FILE STATUS CTLRUN...   " FS-CTLRUN.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
