       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ028.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: CONVERSAO UNICA DOS ARQUIVOS DE AUDITORIA E DE
      *==            REJEICAO PARA OS NOVOS CAMPOS DE ORIGEM DA
      *==            TRANSACAO (AUDWS01 E REJWS01). NO MESMO ESQUEMA
      *==            DO ARQ021, O OPERADOR RENOMEIA OS ARQUIVOS ATUAIS
      *==            COM O SUFIXO .ANT E ESTE PROGRAMA REGRAVA CADA UM
      *==            NO LAYOUT NOVO:
      *==            - AUDCLI.ANT    -> AUDCLI.TXT (262 -> 270 BYTES)
      *==            - ARCAUD.ANT    -> ARCAUD.TXT (262 -> 270 BYTES)
      *==            - REJCLI.ANT    -> REJCLI.TXT (121 -> 150 BYTES)
      *==            OS REGISTROS ANTIGOS FICAM SEM ORIGEM (EM BRANCO)
      *==            E A REJEICAO SEM DATA E SEM SEQUENCIA (ZERADOS),
      *==            POIS ESSA INFORMACAO NAO EXISTIA; NAO ENTRAM NO
      *==            HISTORICO HISREJ.TXT. ARQUIVO .ANT AUSENTE E
      *==            AVISADO E PULADO. A QUANTIDADE LIDA E GRAVADA DE
      *==            CADA ARQUIVO E CONFERIDA E A DIVERGENCIA TERMINA
      *==            COM RETURN-CODE 12
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDCLI-ANT ASSIGN TO
               "AUDCLI.ANT"
               FILE STATUS IS FS-AUDCLI-ANT.

           SELECT AUDCLI ASSIGN TO
               "AUDCLI.txt"
               FILE STATUS IS FS-AUDCLI.

           SELECT ARCAUD-ANT ASSIGN TO
               "ARCAUD.ANT"
               FILE STATUS IS FS-ARCAUD-ANT.

           SELECT ARCAUD ASSIGN TO
               "ARCAUD.txt"
               FILE STATUS IS FS-ARCAUD.

           SELECT REJCLI-ANT ASSIGN TO
               "REJCLI.ANT"
               FILE STATUS IS FS-REJCLI-ANT.

           SELECT REJCLI ASSIGN TO
               "REJCLI.txt"
               FILE STATUS IS FS-REJCLI.

       DATA DIVISION.
       FILE SECTION.
       FD AUDCLI-ANT.
       01 REG-AUDCLI-ANT.
           05 ANT-AUD-DATA          PIC 9(08).
           05 ANT-AUD-HORA          PIC 9(08).
           05 ANT-AUD-CODIGO        PIC X(01).
           05 ANT-AUD-ID            PIC 9(07).
           05 ANT-AUD-IMAGEM-ANTES  PIC X(119).
           05 ANT-AUD-IMAGEM-DEPOIS PIC X(119).

       FD AUDCLI.
           COPY AUDWS01.

       FD ARCAUD-ANT.
       01 REG-ARCAUD-ANT     PIC X(262).

       FD ARCAUD.
       01 REG-ARCAUD.
           05 ARC-AUDITORIA     PIC X(262).
           05 ARC-ORIGEM     PIC X(08).

       FD REJCLI-ANT.
       01 REG-REJCLI-ANT.
           05 ANT-REJ-TRANSACAO  PIC X(119).
           05 ANT-REJ-MOTIVO     PIC 9(02).

       FD REJCLI.
           COPY REJWS01.

       WORKING-STORAGE SECTION.
       77 FS-AUDCLI-ANT PIC 9(02).
       77 FS-AUDCLI PIC 9(02).
       77 FS-ARCAUD-ANT PIC 9(02).
       77 FS-ARCAUD PIC 9(02).
       77 FS-REJCLI-ANT PIC 9(02).
       77 FS-REJCLI PIC 9(02).
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 WRK-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           DISPLAY "CONVERSAO DE AUDITORIA E REJEICOES PARA ORIGEM".
           PERFORM 0100-CONVERTE-AUDCLI.
           PERFORM 0200-CONVERTE-ARCAUD.
           PERFORM 0300-CONVERTE-REJCLI.
           DISPLAY "FIM DE PROGRAMA".
           STOP RUN.

       0100-CONVERTE-AUDCLI SECTION.
           OPEN INPUT AUDCLI-ANT.
           IF FS-AUDCLI-ANT EQUAL 35
               DISPLAY "SEM AUDCLI.ANT, CONVERSAO PULADA"
           ELSE
               IF FS-AUDCLI-ANT NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
               OPEN OUTPUT AUDCLI
               IF FS-AUDCLI NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
               MOVE "N" TO WRK-FIM-ARQUIVO
               MOVE ZEROS TO WRK-QTD-LIDOS
               MOVE ZEROS TO WRK-QTD-GRAVADOS
               PERFORM 0110-LER-AUDCLI-ANT
               PERFORM 0120-GRAVA-AUDCLI UNTIL FIM-ARQUIVO
               CLOSE AUDCLI-ANT
               CLOSE AUDCLI
               DISPLAY "AUDCLI LIDOS/GRAVADOS...  "
                   WRK-QTD-LIDOS " / " WRK-QTD-GRAVADOS
               PERFORM 0400-CONFERE-CONTAGEM
           END-IF.

       0110-LER-AUDCLI-ANT SECTION.
           READ AUDCLI-ANT
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-AUDCLI-ANT NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF NOT FIM-ARQUIVO
               ADD 1 TO WRK-QTD-LIDOS
           END-IF.

       0120-GRAVA-AUDCLI SECTION.
           MOVE ANT-AUD-DATA TO AUD-DATA-EXECUCAO.
           MOVE ANT-AUD-HORA TO AUD-HORA-EXECUCAO.
           MOVE ANT-AUD-CODIGO TO AUD-CODIGO.
           MOVE ANT-AUD-ID TO AUD-ID.
           MOVE ANT-AUD-IMAGEM-ANTES TO AUD-IMAGEM-ANTES.
           MOVE ANT-AUD-IMAGEM-DEPOIS TO AUD-IMAGEM-DEPOIS.
           MOVE SPACES TO AUD-ORIGEM.
           WRITE REG-AUDCLI.
           IF FS-AUDCLI NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-QTD-GRAVADOS.
           PERFORM 0110-LER-AUDCLI-ANT.

       0200-CONVERTE-ARCAUD SECTION.
           OPEN INPUT ARCAUD-ANT.
           IF FS-ARCAUD-ANT EQUAL 35
               DISPLAY "SEM ARCAUD.ANT, CONVERSAO PULADA"
           ELSE
               IF FS-ARCAUD-ANT NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
               OPEN OUTPUT ARCAUD
               IF FS-ARCAUD NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
               MOVE "N" TO WRK-FIM-ARQUIVO
               MOVE ZEROS TO WRK-QTD-LIDOS
               MOVE ZEROS TO WRK-QTD-GRAVADOS
               PERFORM 0210-LER-ARCAUD-ANT
               PERFORM 0220-GRAVA-ARCAUD UNTIL FIM-ARQUIVO
               CLOSE ARCAUD-ANT
               CLOSE ARCAUD
               DISPLAY "ARCAUD LIDOS/GRAVADOS...  "
                   WRK-QTD-LIDOS " / " WRK-QTD-GRAVADOS
               PERFORM 0400-CONFERE-CONTAGEM
           END-IF.

       0210-LER-ARCAUD-ANT SECTION.
           READ ARCAUD-ANT
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-ARCAUD-ANT NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF NOT FIM-ARQUIVO
               ADD 1 TO WRK-QTD-LIDOS
           END-IF.

       0220-GRAVA-ARCAUD SECTION.
           MOVE REG-ARCAUD-ANT TO ARC-AUDITORIA.
           MOVE SPACES TO ARC-ORIGEM.
           WRITE REG-ARCAUD.
           IF FS-ARCAUD NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-QTD-GRAVADOS.
           PERFORM 0210-LER-ARCAUD-ANT.

       0300-CONVERTE-REJCLI SECTION.
           OPEN INPUT REJCLI-ANT.
           IF FS-REJCLI-ANT EQUAL 35
               DISPLAY "SEM REJCLI.ANT, CONVERSAO PULADA"
           ELSE
               IF FS-REJCLI-ANT NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
               OPEN OUTPUT REJCLI
               IF FS-REJCLI NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
               MOVE "N" TO WRK-FIM-ARQUIVO
               MOVE ZEROS TO WRK-QTD-LIDOS
               MOVE ZEROS TO WRK-QTD-GRAVADOS
               PERFORM 0310-LER-REJCLI-ANT
               PERFORM 0320-GRAVA-REJCLI UNTIL FIM-ARQUIVO
               CLOSE REJCLI-ANT
               CLOSE REJCLI
               DISPLAY "REJCLI LIDOS/GRAVADOS...  "
                   WRK-QTD-LIDOS " / " WRK-QTD-GRAVADOS
               PERFORM 0400-CONFERE-CONTAGEM
           END-IF.

       0310-LER-REJCLI-ANT SECTION.
           READ REJCLI-ANT
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-REJCLI-ANT NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF NOT FIM-ARQUIVO
               ADD 1 TO WRK-QTD-LIDOS
           END-IF.

       0320-GRAVA-REJCLI SECTION.
           MOVE ANT-REJ-TRANSACAO TO REJ-TRANSACAO.
           MOVE ANT-REJ-MOTIVO TO REJ-MOTIVO.
           MOVE SPACES TO REJ-ORIGEM.
           MOVE ZEROS TO REJ-DATA-MOVIMENTO.
           MOVE ZEROS TO REJ-SEQUENCIA.
           MOVE ZEROS TO REJ-DATA-REJEICAO.
           WRITE REG-REJCLI.
           IF FS-REJCLI NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-QTD-GRAVADOS.
           PERFORM 0310-LER-REJCLI-ANT.

       0400-CONFERE-CONTAGEM SECTION.
           IF WRK-QTD-GRAVADOS NOT EQUAL WRK-QTD-LIDOS
               DISPLAY "CONTAGEM DA CONVERSAO NAO CONFERE"
               MOVE 12 TO RETURN-CODE
           END-IF.

       9000-TRATA-ERRO SECTION.
           MOVE "ERRO NAO TRATADO EM ARQ028" TO WRK-MSG-ERRO.
           DISPLAY "FILE STATUS AUDCLI ANT/NOVO... "
               FS-AUDCLI-ANT " / " FS-AUDCLI.
           DISPLAY "FILE STATUS ARCAUD ANT/NOVO... "
               FS-ARCAUD-ANT " / " FS-ARCAUD.
           DISPLAY "FILE STATUS REJCLI ANT/NOVO... "
               FS-REJCLI-ANT " / " FS-REJCLI.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
