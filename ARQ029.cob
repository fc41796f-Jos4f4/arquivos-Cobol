       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ029.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: PLACAR SEMANAL DE REJEICOES POR ORIGEM (AGENCIA
      *==            DO CAB-ORIGEM OU FONTE RECICLA, MARKET E
      *==            COBRANCA), EM LINHAS DE 132 COLUNAS GRAVADAS EM
      *==            RELREJ.TXT NO PADRAO DO RELCLI.TXT (ARQ009). A
      *==            SEMANA SAO OS 7 DIAS ATE A DATA DE REFERENCIA DO
      *==            PARAMETRO PARMREJ.TXT, QUE TAMBEM TRAZ A IDADE
      *==            MINIMA EM DIAS DAS REJEICOES PENDENTES A LISTAR
      *==            (NA FALTA, DATA DO DIA E 7 DIAS). POR ORIGEM:
      *==            - APLICADAS: OCORRENCIAS DO AUDCLI.TXT (AUDWS01)
      *==              E DO ARQUIVO MORTO ARCAUD.TXT GRAVADAS NA
      *==              SEMANA;
      *==            - REJEITADAS: REJEICOES DO HISTORICO HISREJ.TXT
      *==              (HRJWS01) GRAVADAS NA SEMANA, ABERTAS POR
      *==              MOTIVO (REJWS01);
      *==            - ENVIADAS: APLICADAS + REJEITADAS, COM A TAXA DE
      *==              REJEICAO;
      *==            - PENDENTES: REJEICOES AINDA NAO RECICLADAS COM
      *==              A IDADE MINIMA OU MAIS, E A MAIOR IDADE.
      *==            AO FINAL, A RELACAO DAS REJEICOES PENDENTES COM A
      *==            IDADE DE CADA UMA. REGISTROS CONVERTIDOS SEM
      *==            ORIGEM APARECEM COMO "SEM ORIGEM"
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDCLI ASSIGN TO
               "AUDCLI.txt"
               FILE STATUS IS FS-AUDCLI.

           SELECT ARCAUD ASSIGN TO
               "ARCAUD.txt"
               FILE STATUS IS FS-ARCAUD.

           SELECT HISREJ ASSIGN TO
               "HISREJ.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HRJ-CHAVE
               FILE STATUS IS FS-HISREJ.

           SELECT PARMREJ ASSIGN TO
               "PARMREJ.txt"
               FILE STATUS IS FS-PARMREJ.

           SELECT RELREJ ASSIGN TO
               "RELREJ.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELREJ.

       DATA DIVISION.
       FILE SECTION.
       FD AUDCLI.
           COPY AUDWS01.

       FD ARCAUD.
       01 REG-ARCAUD     PIC X(270).

       FD HISREJ.
           COPY HRJWS01.

       FD PARMREJ.
       01 REG-PARMREJ.
           05 PRJ-DATA-REFERENCIA     PIC 9(08).
           05 PRJ-DIAS-PENDENCIA     PIC 9(03).

       FD RELREJ.
       01 REG-RELREJ     PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-AUDCLI PIC 9(02).
       77 FS-ARCAUD PIC 9(02).
       77 FS-HISREJ PIC 9(02).
       77 FS-PARMREJ PIC 9(02).
       77 FS-RELREJ PIC 9(02).
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-FIM-AUDCLI PIC X(01) VALUE "N".
           88 FIM-AUDCLI VALUE "S".
       77 WRK-TEM-AUDCLI PIC X(01) VALUE "N".
           88 TEM-AUDCLI VALUE "S".
       77 WRK-FIM-ARCAUD PIC X(01) VALUE "N".
           88 FIM-ARCAUD VALUE "S".
       77 WRK-TEM-ARCAUD PIC X(01) VALUE "N".
           88 TEM-ARCAUD VALUE "S".
       77 WRK-ARQUIVO-LIDO PIC X(08) VALUE SPACES.
       77 WRK-FIM-HISREJ PIC X(01) VALUE "N".
           88 FIM-HISREJ VALUE "S".
       77 WRK-TEM-HISREJ PIC X(01) VALUE "N".
           88 TEM-HISREJ VALUE "S".
       77 WRK-ACHOU-ORIGEM PIC X(01) VALUE "N".
           88 ACHOU-ORIGEM VALUE "S".
       77 WRK-DATA-REFERENCIA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-PENDENCIA PIC 9(03) VALUE 7.
       77 WRK-IDADE PIC S9(05) VALUE ZEROS.
       77 WRK-ORIGEM-PROCURADA PIC X(08) VALUE SPACES.
       77 WRK-QTD-ORIGENS PIC 9(03) VALUE ZEROS.
       77 WRK-SUB-ORIGEM PIC 9(03) VALUE ZEROS.
       77 WRK-SUB-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-SUB-MOTIVO PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ENVIADAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-REJEITADAS PIC 9(07) VALUE ZEROS.
       77 WRK-TAXA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TOT-APLICADAS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-REJEITADAS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-PENDENTES PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-MAIOR-IDADE PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA PIC 9(05) VALUE ZEROS.
       77 WRK-LINHA-ATUAL PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-LINHAS PIC 9(03) VALUE 56.
       77 WRK-LINHA-PENDENTE PIC X(132) VALUE SPACES.
       01 WRK-DATA-SISTEMA.
           05 DAT-ANO PIC 9(04).
           05 DAT-MES PIC 9(02).
           05 DAT-DIA PIC 9(02).
       01 WRK-TABELA-ORIGENS.
           05 WRK-ORG-REGISTRO OCCURS 50 TIMES.
               10 WRK-ORG-CODIGO PIC X(08).
               10 WRK-ORG-APLICADAS PIC 9(07).
               10 WRK-ORG-REJEITADAS PIC 9(07).
               10 WRK-ORG-PENDENTES PIC 9(07).
               10 WRK-ORG-MAIOR-IDADE PIC 9(05).
               10 WRK-ORG-MOTIVO PIC 9(07) OCCURS 10 TIMES.
       01 WRK-TABELA-MOTIVOS.
           05 WRK-TOT-MOTIVO PIC 9(07) OCCURS 10 TIMES.
       01 WRK-DESCRICAO-MOTIVOS.
           05 FILLER PIC X(40) VALUE "CLIENTE JA EXISTE (INCLUSAO)".
           05 FILLER PIC X(40) VALUE "CLIENTE INEXISTENTE".
           05 FILLER PIC X(40) VALUE "CODIGO DE TRANSACAO INVALIDO".
           05 FILLER PIC X(40) VALUE "CLIENTE NAO ATIVO (SUSPENSAO)".
           05 FILLER PIC X(40)
               VALUE "CLIENTE NAO SUSPENSO (REATIVACAO)".
           05 FILLER PIC X(40)
               VALUE "CLIENTE JA CANCELADO (CANCELAMENTO)".
           05 FILLER PIC X(40) VALUE "CLIENTE NAO CANCELADO (EXCLUSAO)".
           05 FILLER PIC X(40) VALUE "SEM REG-ID LIVRE (INCLUSAO)".
           05 FILLER PIC X(40) VALUE "CLIENTE COM PEDIDOS EM ABERTO".
           05 FILLER PIC X(40) VALUE "OUTROS MOTIVOS".
       01 WRK-DESCRICAO-MOTIVOS-R REDEFINES WRK-DESCRICAO-MOTIVOS.
           05 WRK-DESC-MOTIVO PIC X(40) OCCURS 10 TIMES.
       01 WRK-CABEC1.
           05 FILLER PIC X(40)
               VALUE "PLACAR SEMANAL DE REJEICOES POR ORIGEM".
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "DATA: ".
           05 CAB-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 CAB-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 CAB-ANO PIC 9(04).
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "PAG: ".
           05 CAB-PAGINA PIC ZZZZ9.
           05 FILLER PIC X(21) VALUE SPACES.
       01 WRK-CABEC2 PIC X(132) VALUE SPACES.
       01 WRK-CABEC2-PLACAR.
           05 FILLER PIC X(12) VALUE "ORIGEM".
           05 FILLER PIC X(12) VALUE "    ENVIADAS".
           05 FILLER PIC X(12) VALUE "   APLICADAS".
           05 FILLER PIC X(12) VALUE "  REJEITADAS".
           05 FILLER PIC X(12) VALUE "  TAXA REJ.".
           05 FILLER PIC X(12) VALUE "  PENDENTES".
           05 FILLER PIC X(12) VALUE " MAIOR IDADE".
           05 FILLER PIC X(48) VALUE SPACES.
       01 WRK-CABEC2-PENDENTES.
           05 FILLER PIC X(12) VALUE "ORIGEM".
           05 FILLER PIC X(10) VALUE "MOVIMENTO".
           05 FILLER PIC X(07) VALUE "SEQ.".
           05 FILLER PIC X(10) VALUE "REJEICAO".
           05 FILLER PIC X(07) VALUE "IDADE".
           05 FILLER PIC X(43) VALUE "MOTIVO".
           05 FILLER PIC X(05) VALUE "COD".
           05 FILLER PIC X(09) VALUE "ID".
           05 FILLER PIC X(20) VALUE "NOME".
           05 FILLER PIC X(09) VALUE SPACES.
       01 WRK-LINHA-PERIODO.
           05 FILLER PIC X(12) VALUE "PERIODO DE ".
           05 PER-INICIO-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 PER-INICIO-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 PER-INICIO-ANO PIC 9(04).
           05 FILLER PIC X(03) VALUE " A ".
           05 PER-FIM-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 PER-FIM-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 PER-FIM-ANO PIC 9(04).
           05 FILLER PIC X(30)
               VALUE " - PENDENTES COM IDADE MINIMA ".
           05 PER-DIAS PIC ZZ9.
           05 FILLER PIC X(05) VALUE " DIAS".
       01 WRK-LINHA-ORIGEM.
           05 ORG-CODIGO PIC X(12).
           05 FILLER PIC X(03) VALUE SPACES.
           05 ORG-ENVIADAS PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 ORG-APLICADAS PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 ORG-REJEITADAS PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(05) VALUE SPACES.
           05 ORG-TAXA PIC ZZ9.99.
           05 FILLER PIC X(01) VALUE "%".
           05 FILLER PIC X(03) VALUE SPACES.
           05 ORG-PENDENTES PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(07) VALUE SPACES.
           05 ORG-MAIOR-IDADE PIC ZZZZ9.
       01 WRK-LINHA-MOTIVO.
           05 FILLER PIC X(39) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "MOTIVO ".
           05 MOT-CODIGO PIC 99.
           05 FILLER PIC X(03) VALUE " - ".
           05 MOT-DESCRICAO PIC X(40).
           05 MOT-QTD PIC Z,ZZZ,ZZ9.
       01 WRK-LINHA-DETALHE.
           05 DET-ORIGEM PIC X(12).
           05 DET-MOVIMENTO PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-SEQUENCIA PIC 9(05).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-REJEICAO PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-IDADE PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-MOTIVO PIC 99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DET-DESCRICAO PIC X(40).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-CODIGO PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-ID PIC X(07).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-NOME PIC X(20).
       01 WRK-TRANSACAO.
           05 WTR-CODIGO PIC X(01).
           05 WTR-ID PIC X(07).
           05 WTR-NOME PIC X(20).
           05 FILLER PIC X(91).
       01 WRK-LINHA-TOTAL.
           05 TOT-DESCRICAO PIC X(40).
           05 TOT-QTD PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0250-IMPRIME-PLACAR.
           PERFORM 0270-IMPRIME-PENDENTES.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           MOVE ZEROS TO WRK-TABELA-MOTIVOS.
           OPEN INPUT AUDCLI.
           EVALUATE FS-AUDCLI
               WHEN ZEROS
                   SET TEM-AUDCLI TO TRUE
               WHEN 35
                   DISPLAY "SEM ARQUIVO DE AUDITORIA NESTA RODADA"
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           OPEN INPUT ARCAUD.
           EVALUATE FS-ARCAUD
               WHEN ZEROS
                   SET TEM-ARCAUD TO TRUE
               WHEN 35
                   DISPLAY "SEM ARQUIVO MORTO DA AUDITORIA"
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           OPEN INPUT HISREJ.
           EVALUATE FS-HISREJ
               WHEN ZEROS
                   SET TEM-HISREJ TO TRUE
               WHEN 35
                   DISPLAY "SEM HISTORICO DE REJEICOES NESTA RODADA"
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           OPEN OUTPUT RELREJ.
           IF FS-RELREJ NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "ARQUIVOS OK".
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0105-LE-PARAMETRO.
           COMPUTE WRK-DATA-INICIO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-REFERENCIA) - 6).
           MOVE WRK-DATA-INICIO TO WRK-DATA-SISTEMA.
           MOVE DAT-DIA TO PER-INICIO-DIA.
           MOVE DAT-MES TO PER-INICIO-MES.
           MOVE DAT-ANO TO PER-INICIO-ANO.
           MOVE WRK-DATA-REFERENCIA TO WRK-DATA-SISTEMA.
           MOVE DAT-DIA TO PER-FIM-DIA.
           MOVE DAT-MES TO PER-FIM-MES.
           MOVE DAT-ANO TO PER-FIM-ANO.
           MOVE DAT-DIA TO CAB-DIA.
           MOVE DAT-MES TO CAB-MES.
           MOVE DAT-ANO TO CAB-ANO.
           MOVE WRK-DIAS-PENDENCIA TO PER-DIAS.

       0105-LE-PARAMETRO SECTION.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-REFERENCIA.
           OPEN INPUT PARMREJ.
           IF FS-PARMREJ EQUAL ZEROS
               READ PARMREJ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRJ-DATA-REFERENCIA IS NUMERIC
                               AND PRJ-DATA-REFERENCIA GREATER ZEROS
                           MOVE PRJ-DATA-REFERENCIA
                               TO WRK-DATA-REFERENCIA
                       END-IF
                       IF PRJ-DIAS-PENDENCIA IS NUMERIC
                               AND PRJ-DIAS-PENDENCIA GREATER ZEROS
                           MOVE PRJ-DIAS-PENDENCIA
                               TO WRK-DIAS-PENDENCIA
                       END-IF
               END-READ
               CLOSE PARMREJ
           END-IF.
           DISPLAY "DATA DE REFERENCIA... " WRK-DATA-REFERENCIA.
           DISPLAY "DIAS DE PENDENCIA.... " WRK-DIAS-PENDENCIA.

       0150-PROCURA-ORIGEM SECTION.
           MOVE "N" TO WRK-ACHOU-ORIGEM.
           MOVE ZEROS TO WRK-SUB-ACHADO.
           PERFORM 0152-TESTA-ORIGEM
               VARYING WRK-SUB-ORIGEM FROM 1 BY 1
               UNTIL WRK-SUB-ORIGEM GREATER WRK-QTD-ORIGENS
               OR ACHOU-ORIGEM.
           IF NOT ACHOU-ORIGEM
               PERFORM 0155-NOVA-ORIGEM
           END-IF.

       0152-TESTA-ORIGEM SECTION.
           IF WRK-ORG-CODIGO (WRK-SUB-ORIGEM) EQUAL WRK-ORIGEM-PROCURADA
               SET ACHOU-ORIGEM TO TRUE
               MOVE WRK-SUB-ORIGEM TO WRK-SUB-ACHADO
           END-IF.

       0155-NOVA-ORIGEM SECTION.
           IF WRK-QTD-ORIGENS NOT LESS 50
               PERFORM 9100-TABELA-CHEIA
           END-IF.
           ADD 1 TO WRK-QTD-ORIGENS.
           MOVE WRK-QTD-ORIGENS TO WRK-SUB-ACHADO.
           MOVE WRK-ORIGEM-PROCURADA TO WRK-ORG-CODIGO (WRK-SUB-ACHADO).
           MOVE ZEROS TO WRK-ORG-APLICADAS (WRK-SUB-ACHADO).
           MOVE ZEROS TO WRK-ORG-REJEITADAS (WRK-SUB-ACHADO).
           MOVE ZEROS TO WRK-ORG-PENDENTES (WRK-SUB-ACHADO).
           MOVE ZEROS TO WRK-ORG-MAIOR-IDADE (WRK-SUB-ACHADO).
           PERFORM 0157-ZERA-MOTIVO
               VARYING WRK-SUB-MOTIVO FROM 1 BY 1
               UNTIL WRK-SUB-MOTIVO GREATER 10.

       0157-ZERA-MOTIVO SECTION.
           MOVE ZEROS TO WRK-ORG-MOTIVO (WRK-SUB-ACHADO WRK-SUB-MOTIVO).

       0200-PROCESS SECTION.
           IF TEM-AUDCLI
               MOVE "AUDCLI" TO WRK-ARQUIVO-LIDO
               PERFORM 0210-LER-AUDCLI
               PERFORM 0220-CONTA-APLICADA UNTIL FIM-AUDCLI
           END-IF.
           IF TEM-ARCAUD
               MOVE "ARCAUD" TO WRK-ARQUIVO-LIDO
               PERFORM 0215-LER-ARCAUD
               PERFORM 0220-CONTA-APLICADA UNTIL FIM-ARCAUD
           END-IF.
           IF TEM-HISREJ
               PERFORM 0230-LER-HISREJ
               PERFORM 0240-CONTA-REJEITADA UNTIL FIM-HISREJ
           END-IF.

       0210-LER-AUDCLI SECTION.
           READ AUDCLI
               AT END
                   SET FIM-AUDCLI TO TRUE
           END-READ.
           IF NOT FIM-AUDCLI AND FS-AUDCLI NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0215-LER-ARCAUD SECTION.
           READ ARCAUD INTO REG-AUDCLI
               AT END
                   SET FIM-ARCAUD TO TRUE
           END-READ.
           IF NOT FIM-ARCAUD AND FS-ARCAUD NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0220-CONTA-APLICADA SECTION.
           IF AUD-DATA-EXECUCAO NOT LESS WRK-DATA-INICIO
                   AND AUD-DATA-EXECUCAO NOT GREATER
                   WRK-DATA-REFERENCIA
               MOVE AUD-ORIGEM TO WRK-ORIGEM-PROCURADA
               PERFORM 0150-PROCURA-ORIGEM
               ADD 1 TO WRK-ORG-APLICADAS (WRK-SUB-ACHADO)
           END-IF.
           IF WRK-ARQUIVO-LIDO EQUAL "AUDCLI"
               PERFORM 0210-LER-AUDCLI
           ELSE
               PERFORM 0215-LER-ARCAUD
           END-IF.

       0230-LER-HISREJ SECTION.
           READ HISREJ NEXT RECORD
               AT END
                   SET FIM-HISREJ TO TRUE
           END-READ.
           IF NOT FIM-HISREJ AND FS-HISREJ NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0235-CALCULA-IDADE SECTION.
           IF HRJ-DATA-REJEICAO IS NUMERIC
                   AND HRJ-DATA-REJEICAO GREATER ZEROS
               COMPUTE WRK-IDADE =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-REFERENCIA)
                   - FUNCTION INTEGER-OF-DATE (HRJ-DATA-REJEICAO)
           ELSE
               MOVE ZEROS TO WRK-IDADE
           END-IF.

       0240-CONTA-REJEITADA SECTION.
           IF HRJ-DATA-REJEICAO NOT LESS WRK-DATA-INICIO
                   AND HRJ-DATA-REJEICAO NOT GREATER
                   WRK-DATA-REFERENCIA
               MOVE HRJ-ORIGEM TO WRK-ORIGEM-PROCURADA
               PERFORM 0150-PROCURA-ORIGEM
               ADD 1 TO WRK-ORG-REJEITADAS (WRK-SUB-ACHADO)
               IF HRJ-MOTIVO GREATER ZEROS AND HRJ-MOTIVO LESS 10
                   MOVE HRJ-MOTIVO TO WRK-SUB-MOTIVO
               ELSE
                   MOVE 10 TO WRK-SUB-MOTIVO
               END-IF
               ADD 1 TO WRK-ORG-MOTIVO (WRK-SUB-ACHADO WRK-SUB-MOTIVO)
               ADD 1 TO WRK-TOT-MOTIVO (WRK-SUB-MOTIVO)
           END-IF.
           PERFORM 0235-CALCULA-IDADE.
           IF HRJ-PENDENTE AND WRK-IDADE NOT LESS WRK-DIAS-PENDENCIA
               MOVE HRJ-ORIGEM TO WRK-ORIGEM-PROCURADA
               PERFORM 0150-PROCURA-ORIGEM
               ADD 1 TO WRK-ORG-PENDENTES (WRK-SUB-ACHADO)
               IF WRK-IDADE GREATER WRK-ORG-MAIOR-IDADE (WRK-SUB-ACHADO)
                   MOVE WRK-IDADE
                       TO WRK-ORG-MAIOR-IDADE (WRK-SUB-ACHADO)
               END-IF
           END-IF.
           PERFORM 0230-LER-HISREJ.

       0250-IMPRIME-PLACAR SECTION.
           MOVE WRK-CABEC2-PLACAR TO WRK-CABEC2.
           PERFORM 0400-CABECALHO.
           MOVE WRK-LINHA-PERIODO TO REG-RELREJ.
           PERFORM 0410-GRAVA-LINHA.
           PERFORM 0255-IMPRIME-ORIGEM
               VARYING WRK-SUB-ORIGEM FROM 1 BY 1
               UNTIL WRK-SUB-ORIGEM GREATER WRK-QTD-ORIGENS.
           MOVE SPACES TO REG-RELREJ.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "TOTAL GERAL" TO ORG-CODIGO.
           COMPUTE WRK-QTD-ENVIADAS = WRK-TOT-APLICADAS
               + WRK-TOT-REJEITADAS.
           MOVE WRK-TOT-APLICADAS TO ORG-APLICADAS.
           MOVE WRK-TOT-REJEITADAS TO ORG-REJEITADAS.
           MOVE WRK-TOT-REJEITADAS TO WRK-QTD-REJEITADAS.
           MOVE WRK-TOT-PENDENTES TO ORG-PENDENTES.
           MOVE WRK-TOT-MAIOR-IDADE TO ORG-MAIOR-IDADE.
           PERFORM 0265-GRAVA-LINHA-ORIGEM.
           PERFORM 0262-IMPRIME-TOTAL-MOTIVO
               VARYING WRK-SUB-MOTIVO FROM 1 BY 1
               UNTIL WRK-SUB-MOTIVO GREATER 10.

       0255-IMPRIME-ORIGEM SECTION.
           MOVE SPACES TO REG-RELREJ.
           PERFORM 0410-GRAVA-LINHA.
           IF WRK-ORG-CODIGO (WRK-SUB-ORIGEM) EQUAL SPACES
               MOVE "SEM ORIGEM" TO ORG-CODIGO
           ELSE
               MOVE WRK-ORG-CODIGO (WRK-SUB-ORIGEM) TO ORG-CODIGO
           END-IF.
           COMPUTE WRK-QTD-ENVIADAS = WRK-ORG-APLICADAS (WRK-SUB-ORIGEM)
               + WRK-ORG-REJEITADAS (WRK-SUB-ORIGEM).
           MOVE WRK-ORG-APLICADAS (WRK-SUB-ORIGEM) TO ORG-APLICADAS.
           MOVE WRK-ORG-REJEITADAS (WRK-SUB-ORIGEM) TO ORG-REJEITADAS.
           MOVE WRK-ORG-REJEITADAS (WRK-SUB-ORIGEM)
               TO WRK-QTD-REJEITADAS.
           MOVE WRK-ORG-PENDENTES (WRK-SUB-ORIGEM) TO ORG-PENDENTES.
           MOVE WRK-ORG-MAIOR-IDADE (WRK-SUB-ORIGEM) TO ORG-MAIOR-IDADE.
           PERFORM 0265-GRAVA-LINHA-ORIGEM.
           ADD WRK-ORG-APLICADAS (WRK-SUB-ORIGEM) TO WRK-TOT-APLICADAS.
           ADD WRK-ORG-REJEITADAS (WRK-SUB-ORIGEM)
               TO WRK-TOT-REJEITADAS.
           ADD WRK-ORG-PENDENTES (WRK-SUB-ORIGEM) TO WRK-TOT-PENDENTES.
           IF WRK-ORG-MAIOR-IDADE (WRK-SUB-ORIGEM)
                   GREATER WRK-TOT-MAIOR-IDADE
               MOVE WRK-ORG-MAIOR-IDADE (WRK-SUB-ORIGEM)
                   TO WRK-TOT-MAIOR-IDADE
           END-IF.
           PERFORM 0260-IMPRIME-MOTIVO
               VARYING WRK-SUB-MOTIVO FROM 1 BY 1
               UNTIL WRK-SUB-MOTIVO GREATER 10.

       0260-IMPRIME-MOTIVO SECTION.
           IF WRK-ORG-MOTIVO (WRK-SUB-ORIGEM WRK-SUB-MOTIVO)
                   GREATER ZEROS
               MOVE WRK-ORG-MOTIVO (WRK-SUB-ORIGEM WRK-SUB-MOTIVO)
                   TO MOT-QTD
               PERFORM 0267-GRAVA-LINHA-MOTIVO
           END-IF.

       0262-IMPRIME-TOTAL-MOTIVO SECTION.
           IF WRK-TOT-MOTIVO (WRK-SUB-MOTIVO) GREATER ZEROS
               MOVE WRK-TOT-MOTIVO (WRK-SUB-MOTIVO) TO MOT-QTD
               PERFORM 0267-GRAVA-LINHA-MOTIVO
           END-IF.

       0265-GRAVA-LINHA-ORIGEM SECTION.
           MOVE WRK-QTD-ENVIADAS TO ORG-ENVIADAS.
           IF WRK-QTD-ENVIADAS GREATER ZEROS
               COMPUTE WRK-TAXA ROUNDED = WRK-QTD-REJEITADAS
                   * 100 / WRK-QTD-ENVIADAS
           ELSE
               MOVE ZEROS TO WRK-TAXA
           END-IF.
           MOVE WRK-TAXA TO ORG-TAXA.
           MOVE WRK-LINHA-ORIGEM TO REG-RELREJ.
           PERFORM 0410-GRAVA-LINHA.

       0267-GRAVA-LINHA-MOTIVO SECTION.
           IF WRK-SUB-MOTIVO LESS 10
               MOVE WRK-SUB-MOTIVO TO MOT-CODIGO
           ELSE
               MOVE ZEROS TO MOT-CODIGO
           END-IF.
           MOVE WRK-DESC-MOTIVO (WRK-SUB-MOTIVO) TO MOT-DESCRICAO.
           MOVE WRK-LINHA-MOTIVO TO REG-RELREJ.
           PERFORM 0410-GRAVA-LINHA.

       0270-IMPRIME-PENDENTES SECTION.
           MOVE WRK-CABEC2-PENDENTES TO WRK-CABEC2.
           PERFORM 0400-CABECALHO.
           MOVE WRK-LINHA-PERIODO TO REG-RELREJ.
           PERFORM 0410-GRAVA-LINHA.
           IF TEM-HISREJ
               CLOSE HISREJ
               OPEN INPUT HISREJ
               IF FS-HISREJ NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
               MOVE "N" TO WRK-FIM-HISREJ
               PERFORM 0230-LER-HISREJ
               PERFORM 0275-LISTA-PENDENTE UNTIL FIM-HISREJ
           END-IF.
           MOVE SPACES TO REG-RELREJ.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "TOTAL DE REJEICOES PENDENTES.........: "
               TO TOT-DESCRICAO.
           MOVE WRK-TOT-PENDENTES TO TOT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELREJ.
           PERFORM 0410-GRAVA-LINHA.

       0275-LISTA-PENDENTE SECTION.
           PERFORM 0235-CALCULA-IDADE.
           IF HRJ-PENDENTE AND WRK-IDADE NOT LESS WRK-DIAS-PENDENCIA
               IF HRJ-ORIGEM EQUAL SPACES
                   MOVE "SEM ORIGEM" TO DET-ORIGEM
               ELSE
                   MOVE HRJ-ORIGEM TO DET-ORIGEM
               END-IF
               MOVE HRJ-DATA-MOVIMENTO TO DET-MOVIMENTO
               MOVE HRJ-SEQUENCIA TO DET-SEQUENCIA
               MOVE HRJ-DATA-REJEICAO TO DET-REJEICAO
               MOVE WRK-IDADE TO DET-IDADE
               MOVE HRJ-MOTIVO TO DET-MOTIVO
               IF HRJ-MOTIVO GREATER ZEROS AND HRJ-MOTIVO LESS 10
                   MOVE WRK-DESC-MOTIVO (HRJ-MOTIVO) TO DET-DESCRICAO
               ELSE
                   MOVE WRK-DESC-MOTIVO (10) TO DET-DESCRICAO
               END-IF
               MOVE HRJ-TRANSACAO TO WRK-TRANSACAO
               MOVE WTR-CODIGO TO DET-CODIGO
               MOVE WTR-ID TO DET-ID
               MOVE WTR-NOME TO DET-NOME
               MOVE WRK-LINHA-DETALHE TO REG-RELREJ
               PERFORM 0410-GRAVA-LINHA
           END-IF.
           PERFORM 0230-LER-HISREJ.

       0300-FINISH SECTION.
           DISPLAY "TOTAL DE PAGINAS GERADAS...    " WRK-PAGINA.
           DISPLAY "TOTAL DE ORIGENS LISTADAS...   " WRK-QTD-ORIGENS.
           DISPLAY "TOTAL DE APLICADAS NA SEMANA.. " WRK-TOT-APLICADAS.
           DISPLAY "TOTAL DE REJEITADAS NA SEMANA. "
               WRK-TOT-REJEITADAS.
           DISPLAY "TOTAL DE PENDENTES LISTADAS... " WRK-TOT-PENDENTES.
           DISPLAY "FIM DE PROGRAMA".
           IF TEM-AUDCLI
               CLOSE AUDCLI
           END-IF.
           IF TEM-ARCAUD
               CLOSE ARCAUD
           END-IF.
           IF TEM-HISREJ
               CLOSE HISREJ
           END-IF.
           CLOSE RELREJ.

       0400-CABECALHO SECTION.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO CAB-PAGINA.
           MOVE WRK-CABEC1 TO REG-RELREJ.
           WRITE REG-RELREJ.
           IF FS-RELREJ NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE WRK-CABEC2 TO REG-RELREJ.
           WRITE REG-RELREJ.
           IF FS-RELREJ NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-RELREJ.
           WRITE REG-RELREJ.
           IF FS-RELREJ NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE 3 TO WRK-LINHA-ATUAL.

       0410-GRAVA-LINHA SECTION.
           IF WRK-LINHA-ATUAL GREATER WRK-LIMITE-LINHAS
               MOVE REG-RELREJ TO WRK-LINHA-PENDENTE
               PERFORM 0400-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELREJ
           END-IF.
           WRITE REG-RELREJ.
           IF FS-RELREJ NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-LINHA-ATUAL.

       9100-TABELA-CHEIA SECTION.
           DISPLAY "TABELA DE ORIGENS CHEIA (50), PLACAR NAO GERADO".
           MOVE 12 TO RETURN-CODE.
           IF TEM-AUDCLI
               CLOSE AUDCLI
           END-IF.
           IF TEM-ARCAUD
               CLOSE ARCAUD
           END-IF.
           IF TEM-HISREJ
               CLOSE HISREJ
           END-IF.
           CLOSE RELREJ.
           GOBACK.

       9000-TRATA-ERRO SECTION.
           MOVE "ERRO NAO TRATADO EM ARQ029" TO WRK-MSG-ERRO.
           DISPLAY "FILE STATUS AUDCLI...   " FS-AUDCLI.
           DISPLAY "FILE STATUS ARCAUD...   " FS-ARCAUD.
           DISPLAY "FILE STATUS HISREJ...   " FS-HISREJ.
           DISPLAY "FILE STATUS PARMREJ...  " FS-PARMREJ.
           DISPLAY "FILE STATUS RELREJ...   " FS-RELREJ.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
