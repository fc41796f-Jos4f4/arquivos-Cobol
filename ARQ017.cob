      *==            OU FALTA PASSO OBRIGATORIO. O ARQ013 SO APARECE
      *==            QUANDO HOUVE RECARGA E E LISTADO A TITULO DE
      *==            INFORMACAO
      *=================================================================
      *== MANUTENCAO
      *== XX/XX/2026 ***  LISTA NO BALANCO OS MOVIMENTOS APLICADOS NA
      *==                 RODADA, LIDOS DO REGISTRO DE MOVIMENTOS
      *==                 PROCESSADOS MOVPROC.TXT (MOVWS01) PELA DATA
      *==                 DE EXECUCAO DO ARQ003, E CONFERE QUE O
      *==                 MOVIMENTO DO ARQ003 FOI REGISTRADO
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT MOVPROC ASSIGN TO
               "MOVPROC.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS FS-MOVPROC.

           SELECT RELBAL ASSIGN TO
               "RELBAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD CLIENTES.
           COPY CLIWS01.

       FD MOVPROC.
           COPY MOVWS01.

       FD RELBAL.
       01 REG-RELBAL     PIC X(80).

       77 FS-CTLRUN PIC 9(02).
       77 FS-CLIENTES PIC 9(02).
       77 FS-RELBAL PIC 9(02).
       77 FS-MOVPROC PIC 9(02).
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-FIM-CTLRUN PIC X(01) VALUE "N".
           88 FIM-CTLRUN VALUE "S".
       77 WRK-QTD-MASTER PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-DIVERGENCIAS PIC 9(03) VALUE ZEROS.
       77 WRK-SUBSCRITO PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-MOVPROC PIC X(01) VALUE "N".
           88 FIM-MOVPROC VALUE "S".
       77 WRK-DATA-EXECUCAO-ARQ003 PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-MOVIMENTOS PIC 9(05) VALUE ZEROS.
       77 WRK-MOVIMENTO-REGISTRADO PIC X(01) VALUE "N".
           88 MOVIMENTO-REGISTRADO VALUE "S".
       01 WRK-TABELA-PASSOS.
           05 WRK-PASSO OCCURS 6 TIMES.
               10 WRK-PAS-PROGRAMA PIC X(08).
           05 BAL-REJEITADOS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 BAL-RC PIC 9(02).
       01 WRK-LINHA-MOVIMENTO.
           05 MVL-ORIGEM PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 MVL-DATA-MOVIMENTO PIC 9999/99/99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 MVL-REGISTROS PIC ZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 MVL-APLICADOS PIC ZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 MVL-REJEITADOS PIC ZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 MVL-PROCESSAMENTOS PIC ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 MVL-REPROCESSO PIC X(13).
       01 WRK-LINHA-CHECK.
           05 CHK-DESCRICAO PIC X(46).
           05 FILLER PIC X(02) VALUE SPACES.
                   TO WRK-PAS-REJEITADOS (WRK-SUBSCRITO)
               MOVE CTL-RETURN-CODE
                   TO WRK-PAS-RC (WRK-SUBSCRITO)
               IF CTL-PROGRAMA EQUAL "ARQ003"
                   MOVE CTL-DATA-EXECUCAO TO WRK-DATA-EXECUCAO-ARQ003
               END-IF
           END-IF.

       0230-CONTA-MASTER SECTION.
               UNTIL WRK-SUBSCRITO GREATER 6.
           MOVE SPACES TO REG-RELBAL.
           PERFORM 0280-GRAVA-LINHA.
           PERFORM 0290-LISTA-MOVIMENTOS.
           PERFORM 0260-CONFERE-CONTAGENS.
           PERFORM 0270-CONFERE-RETURN-CODES.
           PERFORM 0298-CONFERE-REGISTRO.
           MOVE SPACES TO REG-RELBAL.
           PERFORM 0280-GRAVA-LINHA.
           IF WRK-QTD-DIVERGENCIAS EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0290-LISTA-MOVIMENTOS SECTION.
           MOVE "MOVIMENTOS APLICADOS NA RODADA" TO REG-RELBAL.
           PERFORM 0280-GRAVA-LINHA.
           OPEN INPUT MOVPROC.
           EVALUATE FS-MOVPROC
               WHEN ZEROS
                   MOVE "ORIGEM    DT.MOVTO    REGIST   APLIC.    "
                       TO REG-RELBAL
                   MOVE "REJEIT   PROC   SITUACAO"
                       TO REG-RELBAL (42:24)
                   PERFORM 0280-GRAVA-LINHA
                   PERFORM 0292-LER-MOVPROC
                   PERFORM 0295-LINHA-MOVIMENTO UNTIL FIM-MOVPROC
                   CLOSE MOVPROC
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           IF WRK-QTD-MOVIMENTOS EQUAL ZEROS
               MOVE "NENHUM MOVIMENTO APLICADO NA RODADA"
                   TO REG-RELBAL
               PERFORM 0280-GRAVA-LINHA
           END-IF.
           MOVE SPACES TO REG-RELBAL.
           PERFORM 0280-GRAVA-LINHA.

       0292-LER-MOVPROC SECTION.
           READ MOVPROC
               AT END
                   SET FIM-MOVPROC TO TRUE
           END-READ.
           IF NOT FIM-MOVPROC AND FS-MOVPROC NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0295-LINHA-MOVIMENTO SECTION.
           IF WRK-PAS-TEM (3) EQUAL "S"
                   AND MOV-DATA-APLICACAO EQUAL
                   WRK-DATA-EXECUCAO-ARQ003
               ADD 1 TO WRK-QTD-MOVIMENTOS
               IF MOV-DATA-MOVIMENTO EQUAL WRK-PAS-DATA-MOV (3)
                   SET MOVIMENTO-REGISTRADO TO TRUE
               END-IF
               MOVE MOV-ORIGEM TO MVL-ORIGEM
               MOVE MOV-DATA-MOVIMENTO TO MVL-DATA-MOVIMENTO
               MOVE MOV-QTD-REGISTROS TO MVL-REGISTROS
               MOVE MOV-QTD-APLICADOS TO MVL-APLICADOS
               MOVE MOV-QTD-REJEITADOS TO MVL-REJEITADOS
               MOVE MOV-QTD-PROCESSAMENTOS TO MVL-PROCESSAMENTOS
               IF MOV-FOI-REPROCESSO
                   MOVE "REPROCESSADO" TO MVL-REPROCESSO
               ELSE
                   MOVE "NORMAL" TO MVL-REPROCESSO
               END-IF
               MOVE WRK-LINHA-MOVIMENTO TO REG-RELBAL
               PERFORM 0280-GRAVA-LINHA
           END-IF.
           PERFORM 0292-LER-MOVPROC.

       0298-CONFERE-REGISTRO SECTION.
           MOVE "MOVIMENTO ARQ003 X REGISTRO DE PROCESSADOS.."
               TO CHK-DESCRICAO.
           IF WRK-PAS-TEM (3) NOT EQUAL "S"
                   OR WRK-PAS-RC (3) NOT LESS 12
                   OR MOVIMENTO-REGISTRADO
               MOVE "CONFERE" TO CHK-RESULTADO
           ELSE
               MOVE "DIVERGE" TO CHK-RESULTADO
               ADD 1 TO WRK-QTD-DIVERGENCIAS
           END-IF.
           MOVE WRK-LINHA-CHECK TO REG-RELBAL.
           PERFORM 0280-GRAVA-LINHA.

       0300-FINISH SECTION.
           DISPLAY "TOTAL DE CONTROLES LIDOS...   " WRK-QTD-CONTROLES.
           DISPLAY "CONTAGEM DO MASTER...         " WRK-QTD-MASTER.
           DISPLAY "TOTAL DE DIVERGENCIAS...     "
               WRK-QTD-DIVERGENCIAS.
           DISPLAY "MOVIMENTOS APLICADOS NA RODADA" WRK-QTD-MOVIMENTOS.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE RELBAL.

           DISPLAY "FILE STATUS CTLRUN...   " FS-CTLRUN.
           DISPLAY "FILE STATUS CLIENTES... " FS-CLIENTES.
           DISPLAY "FILE STATUS RELBAL...   " FS-RELBAL.
           DISPLAY "FILE STATUS MOVPROC...  " FS-MOVPROC.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
