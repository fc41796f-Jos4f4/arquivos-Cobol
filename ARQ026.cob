       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ026.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: CONSULTA DO HISTORICO DE LIMITE DE CREDITO DE UM
      *==            CLIENTE NO ARQUIVO HISLIM.TXT (HLMWS01), GRAVADO
      *==            PELO ARQ025 COM VALOR ANTERIOR E NOVO DE CADA
      *==            INCLUSAO, ALTERACAO E EXCLUSAO. O REG-ID
      *==            CONSULTADO E INFORMADO NO ARQUIVO DE PARAMETRO
      *==            PARM.TXT, NO MESMO LAYOUT DO ARQ006 (REG-ID ZERADO
      *==            CONSULTA O LIMITE PADRAO); AS OCORRENCIAS SAEM NA
      *==            ORDEM EM QUE FORAM GRAVADAS, SEGUIDAS DO LIMITE EM
      *==            VIGOR NO LIMCRED.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISLIM ASSIGN TO
               "HISLIM.txt"
               FILE STATUS IS FS-HISLIM.

           SELECT LIMCRED ASSIGN TO
               "LIMCRED.txt"
               FILE STATUS IS FS-LIMCRED.

           SELECT PARMIN ASSIGN TO
               "PARM.txt"
               FILE STATUS IS FS-PARMIN.

       DATA DIVISION.
       FILE SECTION.
       FD HISLIM.
           COPY HLMWS01.

       FD LIMCRED.
           COPY LIMWS01.

       FD PARMIN.
       01 REG-PARMIN.
           05 PARM-ID     PIC 9(07).

       WORKING-STORAGE SECTION.
       77 FS-HISLIM PIC 9(02).
       77 FS-LIMCRED PIC 9(02).
       77 FS-PARMIN PIC 9(02).
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-FIM-HISLIM PIC X(01) VALUE "N".
           88 FIM-HISLIM VALUE "S".
       77 WRK-FIM-LIMCRED PIC X(01) VALUE "N".
           88 FIM-LIMCRED VALUE "S".
       77 WRK-TEM-PARAMETRO PIC X(01) VALUE "N".
           88 TEM-PARAMETRO VALUE "S".
       77 WRK-ACHOU-LIMITE PIC X(01) VALUE "N".
           88 ACHOU-LIMITE VALUE "S".
       77 WRK-ACHOU-PADRAO PIC X(01) VALUE "N".
           88 ACHOU-PADRAO VALUE "S".
       77 WRK-ID-CONSULTA PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-OCORRENCIAS PIC 9(05) VALUE ZEROS.
       77 WRK-LIMITE-ATUAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LIMITE-PADRAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-EDITADO PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0250-LIMITE-ATUAL.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           PERFORM 0105-LE-PARAMETRO.
           IF NOT TEM-PARAMETRO
               DISPLAY "PARAMETRO COM REG-ID E OBRIGATORIO"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HISLIM.
           IF FS-HISLIM EQUAL 35
               DISPLAY "ARQUIVO DE HISTORICO DE LIMITE AINDA NAO "
                   "EXISTE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF FS-HISLIM NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "ARQUIVOS OK".
           DISPLAY "HISTORICO DE LIMITE DO CLIENTE... " WRK-ID-CONSULTA.
           PERFORM 0210-LER-HISLIM.

       0105-LE-PARAMETRO SECTION.
           OPEN INPUT PARMIN.
           IF FS-PARMIN EQUAL ZEROS
               READ PARMIN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-ID TO WRK-ID-CONSULTA
                       SET TEM-PARAMETRO TO TRUE
               END-READ
               CLOSE PARMIN
           END-IF.

       0200-PROCESS SECTION.
           PERFORM 0220-TRATA-OCORRENCIA UNTIL FIM-HISLIM.

       0210-LER-HISLIM SECTION.
           READ HISLIM
               AT END
                   SET FIM-HISLIM TO TRUE
           END-READ.
           IF NOT FIM-HISLIM AND FS-HISLIM NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0220-TRATA-OCORRENCIA SECTION.
           IF HLM-CLIENTE EQUAL WRK-ID-CONSULTA
               PERFORM 0230-EXIBE-OCORRENCIA
           END-IF.
           PERFORM 0210-LER-HISLIM.

       0230-EXIBE-OCORRENCIA SECTION.
           ADD 1 TO WRK-QTD-OCORRENCIAS.
           DISPLAY "-------------------------------------------".
           DISPLAY "OCORRENCIA...   " WRK-QTD-OCORRENCIAS.
           DISPLAY "DATA...         " HLM-DATA-EXECUCAO.
           DISPLAY "HORA...         " HLM-HORA-EXECUCAO.
           EVALUATE HLM-CODIGO
               WHEN "A"
                   DISPLAY "TRANSACAO...    A (INCLUSAO)"
               WHEN "C"
                   DISPLAY "TRANSACAO...    C (ALTERACAO)"
               WHEN "D"
                   DISPLAY "TRANSACAO...    D (EXCLUSAO)"
               WHEN OTHER
                   DISPLAY "TRANSACAO...    " HLM-CODIGO
           END-EVALUATE.
           IF HLM-CODIGO EQUAL "A"
               DISPLAY "ANTERIOR...     (INCLUSAO, SEM LIMITE PROPRIO)"
           ELSE
               MOVE HLM-VALOR-ANTERIOR TO WRK-VALOR-EDITADO
               DISPLAY "ANTERIOR...     " WRK-VALOR-EDITADO
           END-IF.
           IF HLM-CODIGO EQUAL "D"
               DISPLAY "NOVO...         (EXCLUSAO, PASSA AO PADRAO)"
           ELSE
               MOVE HLM-VALOR-NOVO TO WRK-VALOR-EDITADO
               DISPLAY "NOVO...         " WRK-VALOR-EDITADO
           END-IF.
           DISPLAY "SOLICITANTE...  " HLM-SOLICITANTE.

       0250-LIMITE-ATUAL SECTION.
           OPEN INPUT LIMCRED.
           EVALUATE FS-LIMCRED
               WHEN ZEROS
                   PERFORM 0255-LER-LIMCRED
                   PERFORM 0260-TESTA-LIMITE UNTIL FIM-LIMCRED
                   CLOSE LIMCRED
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.

       0255-LER-LIMCRED SECTION.
           READ LIMCRED
               AT END
                   SET FIM-LIMCRED TO TRUE
           END-READ.
           IF NOT FIM-LIMCRED AND FS-LIMCRED NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0260-TESTA-LIMITE SECTION.
           IF LIM-CLIENTE EQUAL WRK-ID-CONSULTA
               MOVE LIM-VALOR TO WRK-LIMITE-ATUAL
               SET ACHOU-LIMITE TO TRUE
           END-IF.
           IF LIM-CLIENTE EQUAL ZEROS
               MOVE LIM-VALOR TO WRK-LIMITE-PADRAO
               SET ACHOU-PADRAO TO TRUE
           END-IF.
           PERFORM 0255-LER-LIMCRED.

       0300-FINISH SECTION.
           IF WRK-QTD-OCORRENCIAS EQUAL ZEROS
               DISPLAY "NENHUMA ALTERACAO DE LIMITE PARA O CLIENTE"
           ELSE
               DISPLAY "-------------------------------------------"
               DISPLAY "TOTAL DE OCORRENCIAS... " WRK-QTD-OCORRENCIAS
           END-IF.
           EVALUATE TRUE
               WHEN ACHOU-LIMITE
                   MOVE WRK-LIMITE-ATUAL TO WRK-VALOR-EDITADO
                   DISPLAY "LIMITE EM VIGOR...      " WRK-VALOR-EDITADO
               WHEN ACHOU-PADRAO
                   MOVE WRK-LIMITE-PADRAO TO WRK-VALOR-EDITADO
                   DISPLAY "LIMITE EM VIGOR...      " WRK-VALOR-EDITADO
                       " (PADRAO)"
               WHEN OTHER
                   DISPLAY "SEM LIMITE EM VIGOR NO LIMCRED"
           END-EVALUATE.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE HISLIM.

       9000-TRATA-ERRO SECTION.
           MOVE "ERRO NAO TRATADO EM ARQ026" TO WRK-MSG-ERRO.
           DISPLAY "FILE STATUS HISLIM...   " FS-HISLIM.
           DISPLAY "FILE STATUS LIMCRED...  " FS-LIMCRED.
           DISPLAY "FILE STATUS PARMIN...   " FS-PARMIN.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
